      */--------------------------------------------------------------
      * MWLINEAGE.CBL
      * QUE 血緣與異動影響分析報表
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. 動一個 QUE 之前要先知道誰餵它、它又餵誰；這些知識散在
      *    各常駐服務的規則檔/清單檔/排程檔與參數裡。本程式彙整下
      *    列來源，建立 QUE 對 QUE 的流向圖：
      *    - 常駐服務定義檔(-d，預設 MWSUPDEF，同 MWSUPER)逐行
      *      解析 COMMAND：
      *      MWROUTE  -r 規則檔 PAT/POS/PRI/DEF 目的 QUE
      *      MWTEE    -l 清單檔 每個目的 QUE
      *      MWXFORM  -r 規則檔 MAP 行的來源/目的 QUE
      *      MWORDER  來源 QUE -> -dq 目的 QUE
      *      MWBRIDGE -export QUE -> [BRIDGE 轉運目錄] -> -import
      *               QUE(轉運目錄 -d，預設同 MWBRIDGE)
      *      MWWORK   QUE -> [WORK 處理指令]
      *      MWTIMER  [TIMER 排程檔] -> 排程各行目的 QUE
      *      MWFEED   [FEED 進件檔] -> QUE
      *      MWSTUB   請求 QUE -> 回應表各回覆 QUE(空白用 -rq)
      *      MWSINK   -l 清單或 -reg 登錄簿 QUE 視為有消費者
      *    - 備援導引檔 MWFAILOVR：主 QUE -> 備援 QUE
      *    - 跳點軌跡檔 MWTRACEJ：同一封套序號前後兩站即一條實際
      *      流向(同程式同秒多站為分流，共用同一來源)；設定檔未列
      *      而軌跡有的流向標 TRACE，MWSINK 跳點標記該 QUE 已消費
      *    - 登錄簿 QUEREG 取責任團隊(最後 CREATE/UPDATE 之
      *      OWNER)與存廢；服務水準定義檔 MWSLADEF 取 SLA 條目
      * 2. runcbl MWLINEAGE [-t type] que_name：列出該 QUE 的上游
      *    與下游路徑(樹狀，-depth 層數上限預設 10，迴圈標 CYCLE，
      *    已列過的分支標 SEE ABOVE)，以及路徑上每個 QUE 的責任
      *    團隊、存廢、消費程式與受影響的 SLA 條目，末列應通知的
      *    團隊清單；查無任何流向時 RETURN-CODE = 3
      * 3. -all 全拓撲：列出全部節點(進/出流向數、消費程式、團隊)
      *    與全部流向，另列孤兒終點(有流入、無流出且無任何消費
      *    程式的 QUE 或轉運目錄)與迴圈；有孤兒或迴圈時
      *    RETURN-CODE = 3
      * 4. 報表寫入 -o report_file(預設 MWLINEAGEOUT)，畫面只列
      *    摘要；變更申請與故障處理會議一律附上本報表
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式
      * 2026-10-15 ARIEN
      *     登錄簿 OWNER 紀錄(MWCERT 擁有者移轉)亦更新擁有者
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWLINEAGE.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT LIN-RPT-FILE ASSIGN TO RPT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-FILE-STAT.
      * 常駐服務定義檔(同 MWSUPER -d)
            SELECT LIN-DEF-FILE ASSIGN TO DEF-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS DEF-FILE-STAT.
      * 各服務的規則檔/清單檔/排程檔(逐一開啟)
            SELECT LIN-CFG-FILE ASSIGN TO CFG-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CFG-FILE-STAT.
            COPY "FOSL.DEF".
            COPY "INCLOGSL.DEF".
            COPY "REGSL.DEF".
            COPY "SLASL.DEF".
            COPY "TRACESL.DEF".

        DATA DIVISION.
        FILE SECTION.
        FD  LIN-RPT-FILE.
        01  RPT-REC                 PIC X(160).

        FD  LIN-DEF-FILE.
        01  DEF-REC                 PIC X(320).

        FD  LIN-CFG-FILE.
        01  CFG-REC                 PIC X(320).
        COPY "FOFD.DEF".
        COPY "INCLOGFD.DEF".
        COPY "REGFD.DEF".
        COPY "SLAFD.DEF".
        COPY "TRACEFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "FOWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
        77  REG-FILE-STAT       PIC XX.
            88 REG-EOF          VALUE "10".
        77  SLA-FILE-STAT       PIC XX.
            88 SLA-EOF          VALUE "10".
        77  TRACE-FILE-STAT     PIC XX.
            88 TRACE-EOF        VALUE "10".
        77  DEF-FILE-STAT       PIC XX.
            88 DEF-EOF          VALUE "10".
        77  CFG-FILE-STAT       PIC XX.
            88 CFG-EOF          VALUE "10".
        77  RPT-FILE-STAT       PIC XX.
        77  ERR-TXT             PIC X(80).
        77  ERR-LEN             SIGNED-INT VALUE 0.
        77  RET-CODE            SIGNED-INT VALUE 0.
        77  EXIT-CLASS          SIGNED-INT VALUE 0.

        77  PARAM-LIST          PIC X(255).
        77  PARAM-LIST-SIZE     PIC 9(3).
        77  PARAM               PIC X(80) VALUE SPACE.
        77  PARAM-PREV          PIC X(80) VALUE SPACE.
        77  STRING-PTR          PIC 9(3).
        77  PARAM-FLAG          PIC X VALUE SPACE.
            88 PARAM-END        VALUE 'Y'.
        77  QUIET-SW            PIC X VALUE SPACE.
            88 QUIET-ON         VALUE 'Y'.
        77  ALL-SW              PIC X VALUE SPACE.
            88 ALL-MODE         VALUE 'Y'.

        01  RPT-FILE-NAME       PIC X(FILE_NAME_LEN)
                                 VALUE "MWLINEAGEOUT".
        01  DEF-FILE-NAME       PIC X(FILE_NAME_LEN)
                                 VALUE "MWSUPDEF".
        01  CFG-FILE-NAME       PIC X(FILE_NAME_LEN) VALUE SPACES.
        01  TGT-TYPE            PIC X(8) VALUE SPACES.
        77  DEPTH-MAX           SIGNED-INT VALUE 10.

      * 登錄簿彙整(同 MWSTALE 4000-REGLOAD)
        01  REG-TAB.
            05  REG-ENT OCCURS 500 TIMES.
                10  T-QUE       PIC X(64).
                10  T-TYPE      PIC X(5).
                10  T-ACTION    PIC X(6).
                10  T-PROD      PIC X.
                10  T-OWNER     PIC X(32).
        77  TAB-CNT             SIGNED-INT VALUE 0.
        77  TAB-IDX             SIGNED-INT VALUE 0.
        77  TAB-HIT             SIGNED-INT VALUE 0.

      * 服務水準條目
        01  SLA-TAB.
            05  SLA-ENT OCCURS 200 TIMES.
                10  L-QUE       PIC X(64).
                10  L-TYPE      PIC X(5).
                10  L-TEAM      PIC X(32).
                10  L-TEXT      PIC X(120).
        77  SLA-CNT             SIGNED-INT VALUE 0.
        77  SLA-IDX             SIGNED-INT VALUE 0.
        01  SL-QUE              PIC X(64).
        01  SL-TYPE             PIC X(8).
        01  SL-PCT              PIC X(12).
        01  SL-RTT              PIC X(12).
        01  SL-DRAIN            PIC X(12).
        01  SL-TEAM             PIC X(32).
        01  SL-DWELL            PIC X(12).
        77  SL-UPTR             PIC 9(3).

      * 流向圖節點：N-TYPE 為 POSIX/SYSV(軌跡來源未知型別者空白)
      * 或 @BRG/@WRK/@TMR/@FED 虛擬節點(轉運目錄/處理指令/排程/
      * 進件檔)
        01  NODE-TAB.
            05  NODE-ENT OCCURS 500 TIMES.
                10  N-TYPE      PIC X(5).
                10  N-NAME      PIC X(64).
                10  N-OWNER     PIC X(32).
                10  N-LIVE      PIC X.
                10  N-CPGM      PIC X(16).
                10  N-IN        SIGNED-INT.
                10  N-OUT       SIGNED-INT.
                10  N-SEEN      PIC X.
                10  N-ONP       PIC X.
                10  N-AFF       PIC X.
        77  NODE-CNT            SIGNED-INT VALUE 0.
        77  NODE-IDX            SIGNED-INT VALUE 0.
        77  ND-TYPE             PIC X(5) VALUE SPACES.
        01  ND-NAME             PIC X(64) VALUE SPACES.
        77  ND-IDX              SIGNED-INT VALUE 0.

      * 流向：E-KIND 為來源別，E-VIA 為服務名/程式
        01  EDGE-TAB.
            05  EDGE-ENT OCCURS 2000 TIMES.
                10  E-FROM      SIGNED-INT.
                10  E-TO        SIGNED-INT.
                10  E-KIND      PIC X(8).
                10  E-VIA       PIC X(16).
        77  EDGE-CNT            SIGNED-INT VALUE 0.
        77  EDGE-IDX            SIGNED-INT VALUE 0.
        77  ED-FROM             SIGNED-INT VALUE 0.
        77  ED-TO               SIGNED-INT VALUE 0.
        77  ED-KIND             PIC X(8) VALUE SPACES.
        77  ED-VIA              PIC X(16) VALUE SPACES.
        77  ED-HIT              SIGNED-INT VALUE 0.
        77  CONS-PGM            PIC X(16) VALUE SPACES.

      * 服務指令拆字
        01  SV-NAME             PIC X(16).
        01  SV-POLICY           PIC X(8).
        01  SV-MAXHR            PIC X(6).
        77  SV-UPTR             PIC 9(3).
        01  SV-CMD              PIC X(320).
        01  SV-PGM              PIC X(16).
        01  TOK-TAB.
            05  TOK OCCURS 24 TIMES PIC X(80).
        77  TOK-CNT             SIGNED-INT VALUE 0.
        77  TOK-IDX             SIGNED-INT VALUE 0.
        77  TOK-PGM             SIGNED-INT VALUE 0.
        77  TOK-PTR             PIC 9(3).
        01  TOK-WORK            PIC X(80).
        01  PGM-WORD            PIC X(16).
        77  OPT-KEY             PIC X(8) VALUE SPACES.
        01  OPT-VAL             PIC X(80) VALUE SPACES.
        77  OPT-SW              PIC X VALUE SPACE.
            88 OPT-HIT          VALUE 'Y'.
        01  LAST-TOK            PIC X(80) VALUE SPACES.

      * 服務的來源 QUE(型別已正規化)
        77  SRC-TYPE            PIC X(5) VALUE SPACES.
        01  SRC-NAME            PIC X(64) VALUE SPACES.
        77  SRC-IDX             SIGNED-INT VALUE 0.
        77  RQ-TYPE             PIC X(5) VALUE SPACES.
        01  RQ-NAME             PIC X(64) VALUE SPACES.
        77  PROD-SW             PIC X VALUE SPACE.
            88 PROD-ONLY        VALUE 'Y'.

      * 設定檔一行拆欄
        77  CFG-KIND            PIC X(8) VALUE SPACES.
        01  CF-F1               PIC X(80).
        01  CF-F2               PIC X(80).
        01  CF-F3               PIC X(80).
        01  CF-F4               PIC X(80).
        01  CF-F5               PIC X(80).
        77  CF-UPTR             PIC 9(3).
        01  TQ-FIELD            PIC X(80).
        01  TQ-TYPE             PIC X(8).
        01  TQ-NAME             PIC X(64).
        77  TQ-UPTR             PIC 9(3).
        01  TYPE-WORK           PIC X(8).

      * 軌跡：每個封套序號最後一站(輪替覆蓋)
        01  TS-TAB.
            05  TS-ENT OCCURS 1000 TIMES.
                10  TS-SEQ      PIC X(18).
                10  TS-LAST     SIGNED-INT.
                10  TS-SRC      SIGNED-INT.
                10  TS-PGM      PIC X(8).
                10  TS-STAMP    PIC X(14).
        77  TS-CNT              SIGNED-INT VALUE 0.
        77  TS-NEXT             SIGNED-INT VALUE 0.
        77  TS-IDX              SIGNED-INT VALUE 0.
        77  TS-HIT              SIGNED-INT VALUE 0.
        01  TR-STAMP            PIC X(14).

      * 走訪堆疊(上/下游樹與迴圈搜尋共用)
        01  STK-TAB.
            05  STK-ENT OCCURS 500 TIMES.
                10  STK-NODE    SIGNED-INT.
                10  STK-EPOS    SIGNED-INT.
        77  STK-PTR             SIGNED-INT VALUE 0.
        77  STK-IDX             SIGNED-INT VALUE 0.
        77  CYC-POS             SIGNED-INT VALUE 0.
        77  WALK-DIR            PIC X VALUE SPACE.
        77  WALK-FOUND          SIGNED-INT VALUE 0.
        77  WALK-NODE           SIGNED-INT VALUE 0.
        77  WALK-NEXT           SIGNED-INT VALUE 0.
        77  WALK-LINES          SIGNED-INT VALUE 0.
        77  WALK-MARK           PIC X(14) VALUE SPACES.
        77  LINE-PTR            PIC 9(3).
        77  TGT-IDX             SIGNED-INT VALUE 0.

      * 節點顯示文字
        77  NX                  SIGNED-INT VALUE 0.
        01  NODE-TXT            PIC X(80).

      * 應通知團隊
        01  TEAM-TAB.
            05  TEAM-ENT OCCURS 50 TIMES PIC X(32).
        77  TEAM-CNT            SIGNED-INT VALUE 0.
        77  TEAM-IDX            SIGNED-INT VALUE 0.
        77  TEAM-HIT            SIGNED-INT VALUE 0.
        01  TEAM-KEY            PIC X(32).

      * 統計
        77  SVC-CNT             SIGNED-INT VALUE 0.
        77  SVC-SKIP            SIGNED-INT VALUE 0.
        77  CFG-CNT             SIGNED-INT VALUE 0.
        77  CFG-BAD             SIGNED-INT VALUE 0.
        77  FO-CNT              SIGNED-INT VALUE 0.
        77  HOP-CNT             SIGNED-INT VALUE 0.
        77  HOP-NEW             SIGNED-INT VALUE 0.
        77  ORPHAN-CNT          SIGNED-INT VALUE 0.
        77  CYCLE-CNT           SIGNED-INT VALUE 0.
        77  AFF-CNT             SIGNED-INT VALUE 0.
        77  CNT-DISP            PIC -(5)9.
        77  CNT-DISP2           PIC -(5)9.

        01  MSG-QUE.
            05  QUE-NAME        PIC X(IPC-NAME-LEN)
                                VALUE SPACES.
            05  FILLER          PIC X.

        PROCEDURE               DIVISION.
        MAIN-RTN                SECTION.
        0000-BEGIN.

            PERFORM 2000-PARAM.

            IF NOT ALL-MODE AND QUE-NAME = SPACES
                GO TO 3000-PERR
            END-IF.
            IF DEPTH-MAX < 1
                MOVE 1 TO DEPTH-MAX
            END-IF.
            IF DEPTH-MAX > 20
                MOVE 20 TO DEPTH-MAX
            END-IF.

            OPEN OUTPUT LIN-RPT-FILE.
            IF RPT-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN RPT FILE : " RPT-FILE-NAME(1:50);
                MOVE -1 TO RET-CODE;
                MOVE MWRC-FILE TO EXIT-CLASS;
                GO TO 1000-ERR;
            END-IF.

            MOVE SPACES TO RPT-REC.
            STRING "MWLINEAGE - QUE LINEAGE / IMPACT REPORT "
                   DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            DISPLAY RPT-REC(1:80).

      * 登錄簿先讀：MWSINK -reg 要用登錄簿的 QUE 清單
            PERFORM 4000-REGLOAD.
            PERFORM 4100-SLALOAD.
            PERFORM 4200-SVCLOAD.
            PERFORM 4300-FOLOAD.
            PERFORM 4400-TRACELOAD.
            PERFORM 4500-OWNERSET.

            MOVE SPACES TO RPT-REC.
            MOVE SVC-CNT TO CNT-DISP.
            MOVE SVC-SKIP TO CNT-DISP2.
            STRING "SOURCES   : SERVICES " DELIMITED BY SIZE
                   CNT-DISP DELIMITED BY SIZE
                   " (NOT MAPPED " DELIMITED BY SIZE
                   CNT-DISP2 DELIMITED BY SIZE
                   ")  CONFIG FILES " DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            MOVE CFG-CNT TO CNT-DISP.
            MOVE CFG-BAD TO CNT-DISP2.
            STRING FUNCTION TRIM(RPT-REC, TRAILING)
                   DELIMITED BY SIZE
                   CNT-DISP DELIMITED BY SIZE
                   " (UNREADABLE " DELIMITED BY SIZE
                   CNT-DISP2 DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            DISPLAY RPT-REC(1:100).
            MOVE SPACES TO RPT-REC.
            MOVE FO-CNT TO CNT-DISP.
            MOVE HOP-CNT TO CNT-DISP2.
            STRING "            FAILOVER PAIRS " DELIMITED BY SIZE
                   CNT-DISP DELIMITED BY SIZE
                   "  TRACE HOPS " DELIMITED BY SIZE
                   CNT-DISP2 DELIMITED BY SIZE
                   "  TRACE-ONLY FLOWS " DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            MOVE HOP-NEW TO CNT-DISP.
            STRING FUNCTION TRIM(RPT-REC, TRAILING)
                   DELIMITED BY SIZE
                   CNT-DISP DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            DISPLAY RPT-REC(1:100).
            MOVE SPACES TO RPT-REC.
            MOVE NODE-CNT TO CNT-DISP.
            MOVE EDGE-CNT TO CNT-DISP2.
            STRING "GRAPH     : NODES " DELIMITED BY SIZE
                   CNT-DISP DELIMITED BY SIZE
                   "  FLOWS " DELIMITED BY SIZE
                   CNT-DISP2 DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            DISPLAY RPT-REC(1:100).

            IF ALL-MODE
                PERFORM 7500-ALLMODE
            ELSE
                PERFORM 7100-QUEMODE THRU 7100-EXIT
            END-IF.

            CLOSE LIN-RPT-FILE.
            DISPLAY "REPORT    : " RPT-FILE-NAME(1:50).

            IF ALL-MODE
                IF ORPHAN-CNT > 0 OR CYCLE-CNT > 0
                    MOVE MWRC-WARN TO RETURN-CODE
                ELSE
                    MOVE MWRC-OK TO RETURN-CODE
                END-IF
            ELSE
                IF TGT-IDX = 0 OR WALK-LINES = 0
                    MOVE MWRC-WARN TO RETURN-CODE
                ELSE
                    MOVE MWRC-OK TO RETURN-CODE
                END-IF
            END-IF.

        0000-EXIT.
            IF NOT QUIET-ON
                DISPLAY "PRESS <ENTER> TO EXIT"
                ACCEPT OMITTED
            END-IF.
            STOP RUN.

      *-----------------------------------------------------------
      * 讀取 QUEREG 流水紀錄，彙整每個 QUE 的存廢與責任團隊；
      * 登錄簿不存在時不列團隊
      *-----------------------------------------------------------
        4000-REGLOAD.
            MOVE 0 TO TAB-CNT.

            OPEN INPUT QUE-REG-FILE.
            IF REG-FILE-STAT NOT = "00"
                MOVE SPACES TO RPT-REC
                STRING "NOTE      : QUEREG NOT READABLE, STATUS "
                       REG-FILE-STAT ", OWNERS NOT SHOWN"
                       DELIMITED BY SIZE
                    INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            ELSE
                PERFORM TEST BEFORE UNTIL REG-EOF
                    READ QUE-REG-FILE
                        AT END
                            MOVE "10" TO REG-FILE-STAT
                        NOT AT END
                            PERFORM 4050-REGNET
                    END-READ
                END-PERFORM
                CLOSE QUE-REG-FILE
            END-IF.

        4050-REGNET.
            MOVE 0 TO TAB-HIT.
            PERFORM VARYING TAB-IDX FROM 1 BY 1
                    UNTIL TAB-IDX > TAB-CNT OR TAB-HIT > 0
                IF T-QUE(TAB-IDX) = REG-QUE-NAME
                AND T-TYPE(TAB-IDX) = REG-QUE-TYPE
                    MOVE TAB-IDX TO TAB-HIT
                END-IF
            END-PERFORM.

            IF TAB-HIT = 0
                IF TAB-CNT >= 500
                    DISPLAY "REG TABLE FULL, ENTRY SKIPPED : "
                            REG-QUE-NAME(1:40)
                ELSE
                    COMPUTE TAB-CNT = TAB-CNT + 1
                    MOVE TAB-CNT TO TAB-HIT
                    MOVE REG-QUE-NAME TO T-QUE(TAB-HIT)
                    MOVE REG-QUE-TYPE TO T-TYPE(TAB-HIT)
                    MOVE SPACE TO T-PROD(TAB-HIT)
                    MOVE SPACES TO T-OWNER(TAB-HIT)
                END-IF
            END-IF.

            IF TAB-HIT > 0
                IF REG-ACTION = "CREATE" OR REG-ACTION = "REMOVE"
                    MOVE REG-ACTION TO T-ACTION(TAB-HIT)
                END-IF
                IF REG-ACTION = "CREATE" OR REG-ACTION = "UPDATE"
                    MOVE REG-PROD-FLAG TO T-PROD(TAB-HIT)
                    MOVE REG-OWNER TO T-OWNER(TAB-HIT)
                END-IF
      * MWCERT 移轉擁有者只記 OWNER 一筆，生產旗標不動
                IF REG-ACTION = "OWNER"
                    MOVE REG-OWNER TO T-OWNER(TAB-HIT)
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 載入服務水準定義檔(不存在即無 SLA 條目)
      *-----------------------------------------------------------
        4100-SLALOAD.
            MOVE 0 TO SLA-CNT.
            OPEN INPUT SLA-DEF-FILE.
            IF SLA-FILE-STAT = "00"
                PERFORM TEST BEFORE UNTIL SLA-EOF
                    READ SLA-DEF-FILE
                        AT END
                            MOVE "10" TO SLA-FILE-STAT
                        NOT AT END
                            PERFORM 4150-SLAONE
                    END-READ
                END-PERFORM
                CLOSE SLA-DEF-FILE
            END-IF.

        4150-SLAONE.
            IF SLA-REC = SPACES OR SLA-REC(1:1) = "*"
                CONTINUE
            ELSE
                IF SLA-CNT >= 200
                    DISPLAY "SLA TABLE FULL, ENTRY SKIPPED"
                ELSE
                    MOVE SPACES TO SL-QUE
                    MOVE SPACES TO SL-TYPE
                    MOVE SPACES TO SL-PCT
                    MOVE SPACES TO SL-RTT
                    MOVE SPACES TO SL-DRAIN
                    MOVE SPACES TO SL-TEAM
                    MOVE SPACES TO SL-DWELL
                    MOVE 1 TO SL-UPTR
                    UNSTRING SLA-REC DELIMITED BY "|"
                        INTO SL-QUE, SL-TYPE, SL-PCT, SL-RTT,
                             SL-DRAIN, SL-TEAM, SL-DWELL
                        POINTER SL-UPTR
                    END-UNSTRING
                    IF SL-DWELL = SPACES
                        MOVE "-" TO SL-DWELL
                    END-IF
                    COMPUTE SLA-CNT = SLA-CNT + 1
                    MOVE SL-QUE TO L-QUE(SLA-CNT)
                    MOVE FUNCTION UPPER-CASE(SL-TYPE(1:5))
                      TO L-TYPE(SLA-CNT)
                    MOVE SL-TEAM TO L-TEAM(SLA-CNT)
                    MOVE SPACES TO L-TEXT(SLA-CNT)
                    STRING "MAXPCT " DELIMITED BY SIZE
                           SL-PCT DELIMITED BY SPACE
                           " MAXRTT_MS " DELIMITED BY SIZE
                           SL-RTT DELIMITED BY SPACE
                           " DRAIN " DELIMITED BY SIZE
                           SL-DRAIN DELIMITED BY SPACE
                           " MAXDWELL_MS " DELIMITED BY SIZE
                           SL-DWELL DELIMITED BY SPACE
                           " TEAM " DELIMITED BY SIZE
                           SL-TEAM DELIMITED BY SPACE
                        INTO L-TEXT(SLA-CNT)
                    END-STRING
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 逐行解析常駐服務定義檔 NAME|POLICY|MAXHR|COMMAND
      *-----------------------------------------------------------
        4200-SVCLOAD.
            OPEN INPUT LIN-DEF-FILE.
            IF DEF-FILE-STAT NOT = "00"
                MOVE SPACES TO RPT-REC
                STRING "NOTE      : SERVICE DEFINITIONS NOT READABLE "
                       DELIMITED BY SIZE
                       DEF-FILE-NAME DELIMITED BY SPACE
                       ", STATUS " DELIMITED BY SIZE
                       DEF-FILE-STAT DELIMITED BY SIZE
                    INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                DISPLAY RPT-REC(1:100)
            ELSE
                PERFORM TEST BEFORE UNTIL DEF-EOF
                    READ LIN-DEF-FILE
                        AT END
                            MOVE "10" TO DEF-FILE-STAT
                        NOT AT END
                            PERFORM 4250-SVCONE THRU 4250-EXIT
                    END-READ
                END-PERFORM
                CLOSE LIN-DEF-FILE
            END-IF.

        4250-SVCONE.
            IF DEF-REC = SPACES OR DEF-REC(1:1) = "*"
                GO TO 4250-EXIT
            END-IF.

            MOVE SPACES TO SV-NAME.
            MOVE SPACES TO SV-POLICY.
            MOVE SPACES TO SV-MAXHR.
            MOVE SPACES TO SV-CMD.
            MOVE 1 TO SV-UPTR.
            UNSTRING DEF-REC DELIMITED BY "|"
                INTO SV-NAME, SV-POLICY, SV-MAXHR
                POINTER SV-UPTR
            END-UNSTRING.
            IF SV-UPTR <= LENGTH OF DEF-REC
                MOVE DEF-REC(SV-UPTR:) TO SV-CMD
            END-IF.
            IF SV-CMD = SPACES
                GO TO 4250-EXIT
            END-IF.
            COMPUTE SVC-CNT = SVC-CNT + 1.

      * 指令拆字，找出程式名(runcbl 之後、可帶路徑副檔名)
            MOVE 0 TO TOK-CNT.
            MOVE 1 TO TOK-PTR.
            PERFORM UNTIL TOK-PTR > LENGTH OF SV-CMD
                       OR TOK-CNT >= 24
                MOVE SPACES TO TOK-WORK
                UNSTRING SV-CMD DELIMITED BY ALL SPACE
                    INTO TOK-WORK
                    POINTER TOK-PTR
                END-UNSTRING
                IF TOK-WORK NOT = SPACES
                    COMPUTE TOK-CNT = TOK-CNT + 1
                    MOVE TOK-WORK TO TOK(TOK-CNT)
                END-IF
            END-PERFORM.

            MOVE 0 TO TOK-PGM.
            MOVE SPACES TO SV-PGM.
            PERFORM VARYING TOK-IDX FROM 1 BY 1
                    UNTIL TOK-IDX > TOK-CNT OR TOK-PGM > 0
                MOVE SPACES TO PGM-WORD
                UNSTRING TOK(TOK-IDX) DELIMITED BY "."
                    INTO PGM-WORD
                END-UNSTRING
                MOVE FUNCTION UPPER-CASE(PGM-WORD) TO PGM-WORD
                EVALUATE PGM-WORD
                    WHEN "MWROUTE"  WHEN "MWTEE"   WHEN "MWXFORM"
                    WHEN "MWORDER"  WHEN "MWBRIDGE" WHEN "MWWORK"
                    WHEN "MWTIMER"  WHEN "MWFEED"  WHEN "MWSTUB"
                    WHEN "MWSINK"
                        MOVE TOK-IDX TO TOK-PGM
                        MOVE PGM-WORD TO SV-PGM
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-PERFORM.

            IF TOK-PGM = 0
                COMPUTE SVC-SKIP = SVC-SKIP + 1
                GO TO 4250-EXIT
            END-IF.

      * 位置參數在最後(各程式 que_name 皆在最後)
            MOVE SPACES TO LAST-TOK.
            IF TOK-CNT > TOK-PGM
            AND TOK(TOK-CNT)(1:1) NOT = "-"
                MOVE TOK(TOK-CNT) TO LAST-TOK
            END-IF.

            EVALUATE SV-PGM
                WHEN "MWROUTE"   PERFORM 5010-ROUTE
                WHEN "MWTEE"     PERFORM 5020-TEE
                WHEN "MWXFORM"   PERFORM 5030-XFORM
                WHEN "MWORDER"   PERFORM 5040-ORDER
                WHEN "MWBRIDGE"  PERFORM 5050-BRIDGE THRU 5050-EXIT
                WHEN "MWWORK"    PERFORM 5060-WORK
                WHEN "MWTIMER"   PERFORM 5070-TIMER THRU 5070-EXIT
                WHEN "MWFEED"    PERFORM 5080-FEED
                WHEN "MWSTUB"    PERFORM 5090-STUB
                WHEN "MWSINK"    PERFORM 5095-SINK THRU 5095-EXIT
            END-EVALUATE.

        4250-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 備援導引檔：主 QUE -> 備援 QUE
      *-----------------------------------------------------------
        4300-FOLOAD.
            MOVE SPACES TO FO-FILE-STAT.
            OPEN INPUT FAILOVER-MAP-FILE.
            IF FO-FILE-STAT = "00"
                PERFORM TEST BEFORE UNTIL FO-EOF
                    READ FAILOVER-MAP-FILE
                        AT END
                            MOVE "10" TO FO-FILE-STAT
                        NOT AT END
                            PERFORM 4350-FOONE
                    END-READ
                END-PERFORM
                CLOSE FAILOVER-MAP-FILE
            END-IF.

        4350-FOONE.
            IF FO-REC = SPACES OR FO-REC(1:1) = "*"
                CONTINUE
            ELSE
                MOVE SPACES TO FO-P1
                MOVE SPACES TO FO-P2
                MOVE 1 TO FO-UPTR
                UNSTRING FO-REC DELIMITED BY "|"
                    INTO FO-P1, FO-P2
                    POINTER FO-UPTR
                END-UNSTRING
                MOVE FO-P1 TO TQ-FIELD
                PERFORM 5960-TQSPLIT
                MOVE TQ-TYPE TO ND-TYPE
                MOVE TQ-NAME TO ND-NAME
                PERFORM 6000-NODEFIND
                MOVE ND-IDX TO ED-FROM
                MOVE FO-P2 TO TQ-FIELD
                PERFORM 5960-TQSPLIT
                MOVE TQ-TYPE TO ND-TYPE
                MOVE TQ-NAME TO ND-NAME
                PERFORM 6000-NODEFIND
                MOVE ND-IDX TO ED-TO
                MOVE "FAILOVR" TO ED-KIND
                MOVE "MWFAILOVR" TO ED-VIA
                PERFORM 6100-EDGEADD THRU 6100-EXIT
                COMPUTE FO-CNT = FO-CNT + 1
            END-IF.

      *-----------------------------------------------------------
      * 跳點軌跡檔：同一封套序號的前一站 -> 本站即實際流向
      *-----------------------------------------------------------
        4400-TRACELOAD.
            OPEN INPUT TRACE-JOURNAL-FILE.
            IF TRACE-FILE-STAT = "00"
                PERFORM TEST BEFORE UNTIL TRACE-EOF
                    READ TRACE-JOURNAL-FILE
                        AT END
                            MOVE "10" TO TRACE-FILE-STAT
                        NOT AT END
                            PERFORM 4450-TRACEONE THRU 4450-EXIT
                    END-READ
                END-PERFORM
                CLOSE TRACE-JOURNAL-FILE
            END-IF.

        4450-TRACEONE.
      * 逾期清除不是流向
            IF TRACE-QUE = SPACES OR TRACE-PGM = "MWEXPIRE"
                GO TO 4450-EXIT
            END-IF.
            COMPUTE HOP-CNT = HOP-CNT + 1.

            MOVE TRACE-QUE TO ND-NAME.
            PERFORM 6050-NODEBYNAME.

      * MWSINK 跳點的 QUE 即被消費的 QUE，不是流向
            IF TRACE-PGM = "MWSINK"
                MOVE ND-IDX TO NX
                MOVE "MWSINK" TO CONS-PGM
                PERFORM 6200-CONSSET
                GO TO 4450-EXIT
            END-IF.

            MOVE SPACES TO TR-STAMP.
            STRING TRACE-DATE TRACE-TIME(1:6) DELIMITED BY SIZE
                INTO TR-STAMP
            END-STRING.

            MOVE 0 TO TS-HIT.
            PERFORM VARYING TS-IDX FROM 1 BY 1
                    UNTIL TS-IDX > TS-CNT OR TS-HIT > 0
                IF TS-SEQ(TS-IDX) = TRACE-SEQ
                    MOVE TS-IDX TO TS-HIT
                END-IF
            END-PERFORM.

            IF TS-HIT = 0
                IF TS-CNT < 1000
                    COMPUTE TS-CNT = TS-CNT + 1
                    MOVE TS-CNT TO TS-HIT
                ELSE
                    COMPUTE TS-NEXT = TS-NEXT + 1
                    IF TS-NEXT > 1000
                        MOVE 1 TO TS-NEXT
                    END-IF
                    MOVE TS-NEXT TO TS-HIT
                END-IF
                MOVE TRACE-SEQ TO TS-SEQ(TS-HIT)
                MOVE ND-IDX TO TS-LAST(TS-HIT)
                MOVE ND-IDX TO TS-SRC(TS-HIT)
                MOVE TRACE-PGM TO TS-PGM(TS-HIT)
                MOVE TR-STAMP TO TS-STAMP(TS-HIT)
                GO TO 4450-EXIT
            END-IF.

      * 同程式同一秒連續多站為分流，來源同前一站的來源
            IF TRACE-PGM = TS-PGM(TS-HIT)
            AND TR-STAMP = TS-STAMP(TS-HIT)
                MOVE TS-SRC(TS-HIT) TO ED-FROM
            ELSE
                MOVE TS-LAST(TS-HIT) TO ED-FROM
            END-IF.
            MOVE ND-IDX TO ED-TO.

            IF ED-FROM NOT = ED-TO
                MOVE ED-FROM TO NX
                MOVE TRACE-PGM TO CONS-PGM
                PERFORM 6200-CONSSET
                PERFORM 6150-EDGEANY
                IF ED-HIT = 0
                    MOVE "TRACE" TO ED-KIND
                    MOVE TRACE-PGM TO ED-VIA
                    PERFORM 6100-EDGEADD THRU 6100-EXIT
                    COMPUTE HOP-NEW = HOP-NEW + 1
                END-IF
            END-IF.

            MOVE ED-FROM TO TS-SRC(TS-HIT).
            MOVE ND-IDX TO TS-LAST(TS-HIT).
            MOVE TRACE-PGM TO TS-PGM(TS-HIT).
            MOVE TR-STAMP TO TS-STAMP(TS-HIT).

        4450-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 節點補上登錄簿的責任團隊與存廢(型別未知者僅比對名稱)
      *-----------------------------------------------------------
        4500-OWNERSET.
            PERFORM VARYING NODE-IDX FROM 1 BY 1
                    UNTIL NODE-IDX > NODE-CNT
                IF N-TYPE(NODE-IDX)(1:1) NOT = "@"
                    MOVE 0 TO TAB-HIT
                    PERFORM VARYING TAB-IDX FROM 1 BY 1
                            UNTIL TAB-IDX > TAB-CNT OR TAB-HIT > 0
                        IF T-QUE(TAB-IDX) = N-NAME(NODE-IDX)
                        AND (T-TYPE(TAB-IDX) = N-TYPE(NODE-IDX)
                             OR N-TYPE(NODE-IDX) = SPACES)
                            MOVE TAB-IDX TO TAB-HIT
                        END-IF
                    END-PERFORM
                    IF TAB-HIT > 0
                        MOVE T-OWNER(TAB-HIT) TO N-OWNER(NODE-IDX)
                        IF T-ACTION(TAB-HIT) = "REMOVE"
                            MOVE "N" TO N-LIVE(NODE-IDX)
                        ELSE
                            MOVE "Y" TO N-LIVE(NODE-IDX)
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

      *-----------------------------------------------------------
      * MWROUTE -r rules [-st type] src_que
      *-----------------------------------------------------------
        5010-ROUTE.
            MOVE "-st" TO OPT-KEY.
            PERFORM 5900-OPTVAL.
            PERFORM 5920-SRCSET.
            MOVE "MWROUTE" TO CONS-PGM.
            PERFORM 6200-CONSSET.
            MOVE "-r" TO OPT-KEY.
            PERFORM 5900-OPTVAL.
            MOVE OPT-VAL TO CFG-FILE-NAME.
            MOVE "ROUTE" TO CFG-KIND.
            PERFORM 5500-CFGREAD THRU 5500-EXIT.

      *-----------------------------------------------------------
      * MWTEE -l list [-st type] src_que
      *-----------------------------------------------------------
        5020-TEE.
            MOVE "-st" TO OPT-KEY.
            PERFORM 5900-OPTVAL.
            PERFORM 5920-SRCSET.
            MOVE "MWTEE" TO CONS-PGM.
            PERFORM 6200-CONSSET.
            MOVE "-l" TO OPT-KEY.
            PERFORM 5900-OPTVAL.
            MOVE OPT-VAL TO CFG-FILE-NAME.
            MOVE "TEE" TO CFG-KIND.
            PERFORM 5500-CFGREAD THRU 5500-EXIT.

      *-----------------------------------------------------------
      * MWXFORM -r rules：MAP 行自帶來源/目的
      *-----------------------------------------------------------
        5030-XFORM.
            MOVE "-r" TO OPT-KEY.
            PERFORM 5900-OPTVAL.
            MOVE OPT-VAL TO CFG-FILE-NAME.
            MOVE "XFORM" TO CFG-KIND.
            PERFORM 5500-CFGREAD THRU 5500-EXIT.

      *-----------------------------------------------------------
      * MWORDER -dq dest [-st type] [-dt type] src_que
      *-----------------------------------------------------------
        5040-ORDER.
            MOVE "-st" TO OPT-KEY.
            PERFORM 5900-OPTVAL.
            PERFORM 5920-SRCSET.
            MOVE "MWORDER" TO CONS-PGM.
            PERFORM 6200-CONSSET.
            MOVE "-dt" TO OPT-KEY.
            PERFORM 5900-OPTVAL.
            MOVE OPT-VAL(1:8) TO TYPE-WORK.
            IF TYPE-WORK = SPACES
                MOVE "POSIX" TO TYPE-WORK
            END-IF.
            PERFORM 5950-TYPENORM.
            MOVE TYPE-WORK TO ND-TYPE.
            MOVE "-dq" TO OPT-KEY.
            PERFORM 5900-OPTVAL.
            IF SRC-IDX > 0 AND OPT-VAL NOT = SPACES
                MOVE OPT-VAL TO ND-NAME
                PERFORM 6000-NODEFIND
                MOVE SRC-IDX TO ED-FROM
                MOVE ND-IDX TO ED-TO
                MOVE "ORDER" TO ED-KIND
                MOVE SV-NAME TO ED-VIA
                PERFORM 6100-EDGEADD THRU 6100-EXIT
            END-IF.

      *-----------------------------------------------------------
      * MWBRIDGE -export|-import [-t type] [-d dir] que
      * 轉運目錄為虛擬節點，兩端各一支 MWBRIDGE 接起來
      *-----------------------------------------------------------
        5050-BRIDGE.
            MOVE "-t" TO OPT-KEY.
            PERFORM 5900-OPTVAL.
            PERFORM 5920-SRCSET.
            IF SRC-IDX = 0
                GO TO 5050-EXIT
            END-IF.
            MOVE "-d" TO OPT-KEY.
            PERFORM 5900-OPTVAL.
            IF OPT-VAL = SPACES
                DISPLAY "MWBRIDGED" UPON ENVIRONMENT-NAME
                ACCEPT OPT-VAL FROM ENVIRONMENT-VALUE
                IF OPT-VAL = SPACES
                    MOVE "BRIDGE" TO OPT-VAL
                END-IF
            END-IF.
            MOVE "@BRG" TO ND-TYPE.
            MOVE OPT-VAL TO ND-NAME.
            PERFORM 6000-NODEFIND.

            MOVE "-export" TO OPT-KEY.
            PERFORM 5900-OPTVAL.
            MOVE "BRIDGE" TO ED-KIND.
            MOVE SV-NAME TO ED-VIA.
            MOVE "MWBRIDGE" TO CONS-PGM.
            IF OPT-HIT
                MOVE SRC-IDX TO ED-FROM
                MOVE ND-IDX TO ED-TO
                MOVE SRC-IDX TO NX
            ELSE
                MOVE ND-IDX TO ED-FROM
                MOVE SRC-IDX TO ED-TO
                MOVE ND-IDX TO NX
            END-IF.
            PERFORM 6200-CONSSET.
            PERFORM 6100-EDGEADD THRU 6100-EXIT.

        5050-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * MWWORK -cmd handler [-t type] que：QUE -> 處理指令
      *-----------------------------------------------------------
        5060-WORK.
            MOVE "-t" TO OPT-KEY.
            PERFORM 5900-OPTVAL.
            PERFORM 5920-SRCSET.
            IF SRC-IDX > 0
                MOVE "MWWORK" TO CONS-PGM
                PERFORM 6200-CONSSET
                MOVE "-cmd" TO OPT-KEY
                PERFORM 5900-OPTVAL
                MOVE "@WRK" TO ND-TYPE
                MOVE OPT-VAL TO ND-NAME
                PERFORM 6000-NODEFIND
                MOVE ND-IDX TO NX
                PERFORM 6200-CONSSET
                MOVE SRC-IDX TO ED-FROM
                MOVE ND-IDX TO ED-TO
                MOVE "WORK" TO ED-KIND
                MOVE SV-NAME TO ED-VIA
                PERFORM 6100-EDGEADD THRU 6100-EXIT
            END-IF.

      *-----------------------------------------------------------
      * MWTIMER -s sched：排程檔 -> 各行目的 QUE
      *-----------------------------------------------------------
        5070-TIMER.
            MOVE "-s" TO OPT-KEY.
            PERFORM 5900-OPTVAL.
            IF OPT-VAL = SPACES
                GO TO 5070-EXIT
            END-IF.
            MOVE OPT-VAL TO CFG-FILE-NAME.
            MOVE "@TMR" TO ND-TYPE.
            MOVE OPT-VAL TO ND-NAME.
            PERFORM 6000-NODEFIND.
            MOVE ND-IDX TO SRC-IDX.
            MOVE "TIMER" TO CFG-KIND.
            PERFORM 5500-CFGREAD THRU 5500-EXIT.

        5070-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * MWFEED -in intake_file [-t type] que：進件檔 -> QUE
      *-----------------------------------------------------------
        5080-FEED.
            MOVE "-t" TO OPT-KEY.
            PERFORM 5900-OPTVAL.
            PERFORM 5920-SRCSET.
            IF SRC-IDX > 0
                MOVE "-in" TO OPT-KEY
                PERFORM 5900-OPTVAL
                MOVE "@FED" TO ND-TYPE
                MOVE OPT-VAL TO ND-NAME
                PERFORM 6000-NODEFIND
                MOVE ND-IDX TO ED-FROM
                MOVE SRC-IDX TO ED-TO
                MOVE "FEED" TO ED-KIND
                MOVE SV-NAME TO ED-VIA
                PERFORM 6100-EDGEADD THRU 6100-EXIT
            END-IF.

      *-----------------------------------------------------------
      * MWSTUB -r resp [-t type] [-rq reply] req_que
      *-----------------------------------------------------------
        5090-STUB.
            MOVE "-t" TO OPT-KEY.
            PERFORM 5900-OPTVAL.
            PERFORM 5920-SRCSET.
            MOVE "MWSTUB" TO CONS-PGM.
            PERFORM 6200-CONSSET.
            MOVE SRC-TYPE TO RQ-TYPE.
            MOVE "-rq" TO OPT-KEY.
            PERFORM 5900-OPTVAL.
            MOVE OPT-VAL TO RQ-NAME.
            MOVE "-r" TO OPT-KEY.
            PERFORM 5900-OPTVAL.
            MOVE OPT-VAL TO CFG-FILE-NAME.
            MOVE "STUB" TO CFG-KIND.
            PERFORM 5500-CFGREAD THRU 5500-EXIT.

      *-----------------------------------------------------------
      * MWSINK -l list | -reg [-prod]：清單上的 QUE 均有消費者
      *-----------------------------------------------------------
        5095-SINK.
            MOVE "-reg" TO OPT-KEY.
            PERFORM 5900-OPTVAL.
            IF NOT OPT-HIT
                MOVE "-l" TO OPT-KEY
                PERFORM 5900-OPTVAL
                MOVE OPT-VAL TO CFG-FILE-NAME
                MOVE "SINK" TO CFG-KIND
                PERFORM 5500-CFGREAD THRU 5500-EXIT
                GO TO 5095-EXIT
            END-IF.

            MOVE "-prod" TO OPT-KEY.
            PERFORM 5900-OPTVAL.
            MOVE SPACE TO PROD-SW.
            IF OPT-HIT
                MOVE "Y" TO PROD-SW
            END-IF.
            MOVE "MWSINK" TO CONS-PGM.
            PERFORM VARYING TAB-IDX FROM 1 BY 1
                    UNTIL TAB-IDX > TAB-CNT
                IF T-ACTION(TAB-IDX) = "CREATE"
                AND (NOT PROD-ONLY OR T-PROD(TAB-IDX) = "Y")
                    MOVE T-TYPE(TAB-IDX) TO ND-TYPE
                    MOVE T-QUE(TAB-IDX) TO ND-NAME
                    PERFORM 6000-NODEFIND
                    MOVE ND-IDX TO NX
                    PERFORM 6200-CONSSET
                END-IF
            END-PERFORM.

        5095-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 讀取一個服務設定檔，逐行依 CFG-KIND 解析
      *-----------------------------------------------------------
        5500-CFGREAD.
            IF CFG-FILE-NAME = SPACES
                GO TO 5500-EXIT
            END-IF.
            MOVE SPACES TO CFG-FILE-STAT.
            OPEN INPUT LIN-CFG-FILE.
            IF CFG-FILE-STAT NOT = "00"
                COMPUTE CFG-BAD = CFG-BAD + 1
                MOVE SPACES TO RPT-REC
                STRING "NOTE      : " DELIMITED BY SIZE
                       SV-NAME DELIMITED BY SPACE
                       " CONFIG NOT READABLE " DELIMITED BY SIZE
                       CFG-FILE-NAME DELIMITED BY SPACE
                       ", STATUS " DELIMITED BY SIZE
                       CFG-FILE-STAT DELIMITED BY SIZE
                    INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                DISPLAY RPT-REC(1:100)
                GO TO 5500-EXIT
            END-IF.
            COMPUTE CFG-CNT = CFG-CNT + 1.

            PERFORM TEST BEFORE UNTIL CFG-EOF
                READ LIN-CFG-FILE
                    AT END
                        MOVE "10" TO CFG-FILE-STAT
                    NOT AT END
                        PERFORM 5600-CFGLINE THRU 5600-EXIT
                END-READ
            END-PERFORM.
            CLOSE LIN-CFG-FILE.

        5500-EXIT.
            CONTINUE.

        5600-CFGLINE.
            IF CFG-REC = SPACES OR CFG-REC(1:1) = "*"
                GO TO 5600-EXIT
            END-IF.

            MOVE SPACES TO CF-F1.
            MOVE SPACES TO CF-F2.
            MOVE SPACES TO CF-F3.
            MOVE SPACES TO CF-F4.
            MOVE SPACES TO CF-F5.
            MOVE 1 TO CF-UPTR.
            UNSTRING CFG-REC DELIMITED BY "|"
                INTO CF-F1, CF-F2, CF-F3, CF-F4, CF-F5
                POINTER CF-UPTR
            END-UNSTRING.
            MOVE SPACES TO TQ-FIELD.
            MOVE SV-NAME TO ED-VIA.

            EVALUATE CFG-KIND
                WHEN "ROUTE"
                    EVALUATE CF-F1
                        WHEN "PAT" WHEN "POS" WHEN "PRI"
                            MOVE CF-F3 TO TQ-FIELD
                        WHEN "DEF"
                            MOVE CF-F2 TO TQ-FIELD
                    END-EVALUATE
                WHEN "TEE"
                    MOVE CF-F1 TO TQ-FIELD
                WHEN "SINK"
                    MOVE CF-F1 TO TQ-FIELD
                WHEN "STUB"
                    IF CF-F1 = "PAT" OR "POS" OR "DEF"
                        MOVE CF-F3 TO TQ-FIELD
                    END-IF
                WHEN "XFORM"
                    IF CF-F1 = "MAP"
                        MOVE CF-F3 TO TQ-FIELD
                    END-IF
                WHEN "TIMER"
                    STRING CF-F4 DELIMITED BY SPACE
                           "," DELIMITED BY SIZE
                           CF-F5 DELIMITED BY SIZE
                        INTO TQ-FIELD
                    END-STRING
            END-EVALUATE.

            IF TQ-FIELD = SPACES
                GO TO 5600-EXIT
            END-IF.
            PERFORM 5960-TQSPLIT.

      * 回應表回覆 QUE 空白時用 -rq 預設回覆 QUE
            IF CFG-KIND = "STUB" AND TQ-NAME = SPACES
                MOVE RQ-NAME TO TQ-NAME
                IF TQ-TYPE = SPACES
                    MOVE RQ-TYPE TO TQ-TYPE
                END-IF
            END-IF.
            IF TQ-NAME = SPACES
                GO TO 5600-EXIT
            END-IF.
            MOVE TQ-TYPE TO ND-TYPE.
            MOVE TQ-NAME TO ND-NAME.
            PERFORM 6000-NODEFIND.

            EVALUATE CFG-KIND
                WHEN "SINK"
                    MOVE ND-IDX TO NX
                    MOVE "MWSINK" TO CONS-PGM
                    PERFORM 6200-CONSSET
                WHEN "XFORM"
                    MOVE ND-IDX TO ED-FROM
                    MOVE ND-IDX TO NX
                    MOVE "MWXFORM" TO CONS-PGM
                    PERFORM 6200-CONSSET
                    MOVE CF-F4 TO TQ-FIELD
                    PERFORM 5960-TQSPLIT
                    IF TQ-NAME NOT = SPACES
                        MOVE TQ-TYPE TO ND-TYPE
                        MOVE TQ-NAME TO ND-NAME
                        PERFORM 6000-NODEFIND
                        MOVE ND-IDX TO ED-TO
                        MOVE "XFORM" TO ED-KIND
                        PERFORM 6100-EDGEADD THRU 6100-EXIT
                    END-IF
                WHEN OTHER
                    IF SRC-IDX > 0
                        MOVE SRC-IDX TO ED-FROM
                        MOVE ND-IDX TO ED-TO
                        MOVE CFG-KIND TO ED-KIND
                        PERFORM 6100-EDGEADD THRU 6100-EXIT
                    END-IF
            END-EVALUATE.

        5600-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 找指令中 OPT-KEY 選項：OPT-HIT 有無，OPT-VAL 其後的值
      *-----------------------------------------------------------
        5900-OPTVAL.
            MOVE SPACE TO OPT-SW.
            MOVE SPACES TO OPT-VAL.
            PERFORM VARYING TOK-IDX FROM TOK-PGM BY 1
                    UNTIL TOK-IDX > TOK-CNT OR OPT-HIT
                IF TOK(TOK-IDX) = OPT-KEY
                    MOVE "Y" TO OPT-SW
                    IF TOK-IDX < TOK-CNT
                        MOVE TOK(TOK-IDX + 1) TO OPT-VAL
                    END-IF
                END-IF
            END-PERFORM.

      *-----------------------------------------------------------
      * 服務的來源 QUE：最後一個位置參數，型別取 OPT-VAL(預設
      * POSIX，同各程式)
      *-----------------------------------------------------------
        5920-SRCSET.
            MOVE 0 TO SRC-IDX.
            MOVE OPT-VAL(1:8) TO TYPE-WORK.
            IF TYPE-WORK = SPACES
                MOVE "POSIX" TO TYPE-WORK
            END-IF.
            PERFORM 5950-TYPENORM.
            MOVE TYPE-WORK TO SRC-TYPE.
            MOVE LAST-TOK TO SRC-NAME.
            IF SRC-NAME NOT = SPACES
                MOVE SRC-TYPE TO ND-TYPE
                MOVE SRC-NAME TO ND-NAME
                PERFORM 6000-NODEFIND
                MOVE ND-IDX TO SRC-IDX
            END-IF.
            MOVE SRC-IDX TO NX.

        5950-TYPENORM.
            MOVE FUNCTION UPPER-CASE(TYPE-WORK) TO TYPE-WORK.

      *-----------------------------------------------------------
      * 拆 TYPE,QUE_NAME 欄位
      *-----------------------------------------------------------
        5960-TQSPLIT.
            MOVE SPACES TO TQ-TYPE.
            MOVE SPACES TO TQ-NAME.
            MOVE 1 TO TQ-UPTR.
            UNSTRING TQ-FIELD DELIMITED BY ","
                INTO TQ-TYPE, TQ-NAME
                POINTER TQ-UPTR
            END-UNSTRING.
            MOVE TQ-TYPE TO TYPE-WORK.
            PERFORM 5950-TYPENORM.
            MOVE FUNCTION TRIM(TYPE-WORK) TO TQ-TYPE.
            MOVE FUNCTION TRIM(TQ-NAME) TO TQ-NAME.

      *-----------------------------------------------------------
      * 依型別+名稱找節點，無則新增；ND-IDX 傳回(表滿為 0)
      *-----------------------------------------------------------
        6000-NODEFIND.
            MOVE 0 TO ND-IDX.
            PERFORM VARYING NODE-IDX FROM 1 BY 1
                    UNTIL NODE-IDX > NODE-CNT OR ND-IDX > 0
                IF N-NAME(NODE-IDX) = ND-NAME
                AND N-TYPE(NODE-IDX) = ND-TYPE
                    MOVE NODE-IDX TO ND-IDX
                END-IF
            END-PERFORM.
            IF ND-IDX = 0
                PERFORM 6020-NODENEW
            END-IF.

        6020-NODENEW.
            IF NODE-CNT >= 500
                DISPLAY "NODE TABLE FULL, ENTRY SKIPPED : "
                        ND-NAME(1:40)
            ELSE
                COMPUTE NODE-CNT = NODE-CNT + 1
                MOVE NODE-CNT TO ND-IDX
                MOVE ND-TYPE TO N-TYPE(ND-IDX)
                MOVE ND-NAME TO N-NAME(ND-IDX)
                MOVE SPACES TO N-OWNER(ND-IDX)
                MOVE SPACE TO N-LIVE(ND-IDX)
                MOVE SPACES TO N-CPGM(ND-IDX)
                MOVE 0 TO N-IN(ND-IDX)
                MOVE 0 TO N-OUT(ND-IDX)
                MOVE SPACE TO N-SEEN(ND-IDX)
                MOVE SPACE TO N-ONP(ND-IDX)
                MOVE SPACE TO N-AFF(ND-IDX)
            END-IF.

      *-----------------------------------------------------------
      * 軌跡只有 QUE 名稱：比對任一型別的 QUE 節點，無則新增
      * 型別空白的節點
      *-----------------------------------------------------------
        6050-NODEBYNAME.
            MOVE 0 TO ND-IDX.
            PERFORM VARYING NODE-IDX FROM 1 BY 1
                    UNTIL NODE-IDX > NODE-CNT OR ND-IDX > 0
                IF N-NAME(NODE-IDX) = ND-NAME
                AND N-TYPE(NODE-IDX)(1:1) NOT = "@"
                    MOVE NODE-IDX TO ND-IDX
                END-IF
            END-PERFORM.
            IF ND-IDX = 0
                MOVE SPACES TO ND-TYPE
                PERFORM 6020-NODENEW
            END-IF.

      *-----------------------------------------------------------
      * 新增一條流向(同來源/目的/來源別不重複)
      *-----------------------------------------------------------
        6100-EDGEADD.
            IF ED-FROM = 0 OR ED-TO = 0
                GO TO 6100-EXIT
            END-IF.
            MOVE 0 TO ED-HIT.
            PERFORM VARYING EDGE-IDX FROM 1 BY 1
                    UNTIL EDGE-IDX > EDGE-CNT OR ED-HIT > 0
                IF E-FROM(EDGE-IDX) = ED-FROM
                AND E-TO(EDGE-IDX) = ED-TO
                AND E-KIND(EDGE-IDX) = ED-KIND
                    MOVE EDGE-IDX TO ED-HIT
                END-IF
            END-PERFORM.
            IF ED-HIT > 0
                GO TO 6100-EXIT
            END-IF.
            IF EDGE-CNT >= 2000
                DISPLAY "FLOW TABLE FULL, ENTRY SKIPPED"
                GO TO 6100-EXIT
            END-IF.
            COMPUTE EDGE-CNT = EDGE-CNT + 1.
            MOVE ED-FROM TO E-FROM(EDGE-CNT).
            MOVE ED-TO TO E-TO(EDGE-CNT).
            MOVE ED-KIND TO E-KIND(EDGE-CNT).
            MOVE ED-VIA TO E-VIA(EDGE-CNT).
            COMPUTE N-OUT(ED-FROM) = N-OUT(ED-FROM) + 1.
            COMPUTE N-IN(ED-TO) = N-IN(ED-TO) + 1.

        6100-EXIT.
            CONTINUE.

      * 任一來源別已有同來源/目的的流向(軌跡只補設定檔沒有的)
        6150-EDGEANY.
            MOVE 0 TO ED-HIT.
            PERFORM VARYING EDGE-IDX FROM 1 BY 1
                    UNTIL EDGE-IDX > EDGE-CNT OR ED-HIT > 0
                IF E-FROM(EDGE-IDX) = ED-FROM
                AND E-TO(EDGE-IDX) = ED-TO
                    MOVE EDGE-IDX TO ED-HIT
                END-IF
            END-PERFORM.

      * 記下節點 NX 的消費程式(先記先贏)
        6200-CONSSET.
            IF NX > 0
                IF N-CPGM(NX) = SPACES
                    MOVE CONS-PGM TO N-CPGM(NX)
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 節點 NX 的顯示文字
      *-----------------------------------------------------------
        7000-NODETXT.
            MOVE SPACES TO NODE-TXT.
            EVALUATE N-TYPE(NX)
                WHEN "@BRG"
                    STRING "[BRIDGE DIR " DELIMITED BY SIZE
                           N-NAME(NX) DELIMITED BY SPACE
                           "]" DELIMITED BY SIZE
                        INTO NODE-TXT
                    END-STRING
                WHEN "@WRK"
                    STRING "[WORK HANDLER " DELIMITED BY SIZE
                           N-NAME(NX) DELIMITED BY SPACE
                           "]" DELIMITED BY SIZE
                        INTO NODE-TXT
                    END-STRING
                WHEN "@TMR"
                    STRING "[TIMER SCHEDULE " DELIMITED BY SIZE
                           N-NAME(NX) DELIMITED BY SPACE
                           "]" DELIMITED BY SIZE
                        INTO NODE-TXT
                    END-STRING
                WHEN "@FED"
                    STRING "[FEED INTAKE " DELIMITED BY SIZE
                           N-NAME(NX) DELIMITED BY SPACE
                           "]" DELIMITED BY SIZE
                        INTO NODE-TXT
                    END-STRING
                WHEN SPACES
                    STRING "?," DELIMITED BY SIZE
                           N-NAME(NX) DELIMITED BY SPACE
                        INTO NODE-TXT
                    END-STRING
                WHEN OTHER
                    STRING N-TYPE(NX) DELIMITED BY SPACE
                           "," DELIMITED BY SIZE
                           N-NAME(NX) DELIMITED BY SPACE
                        INTO NODE-TXT
                    END-STRING
            END-EVALUATE.

      *-----------------------------------------------------------
      * 單一 QUE：上/下游路徑、路徑上的團隊與 SLA
      *-----------------------------------------------------------
        7100-QUEMODE.
            MOVE 0 TO TGT-IDX.
            MOVE TGT-TYPE TO TYPE-WORK.
            PERFORM 5950-TYPENORM.
            PERFORM VARYING NODE-IDX FROM 1 BY 1
                    UNTIL NODE-IDX > NODE-CNT OR TGT-IDX > 0
                IF N-NAME(NODE-IDX) = QUE-NAME
                AND N-TYPE(NODE-IDX)(1:1) NOT = "@"
                AND (TYPE-WORK = SPACES
                     OR N-TYPE(NODE-IDX) = TYPE-WORK(1:5)
                     OR N-TYPE(NODE-IDX) = SPACES)
                    MOVE NODE-IDX TO TGT-IDX
                END-IF
            END-PERFORM.

            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            IF TGT-IDX = 0
                MOVE SPACES TO RPT-REC
                STRING "QUE " DELIMITED BY SIZE
                       QUE-NAME DELIMITED BY SPACE
                       " NOT FOUND IN ANY FLOW SOURCE"
                       DELIMITED BY SIZE
                    INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                DISPLAY RPT-REC(1:100)
                GO TO 7100-EXIT
            END-IF.

            MOVE TGT-IDX TO NX.
            PERFORM 7000-NODETXT.
            MOVE SPACES TO RPT-REC.
            STRING "QUE       : " DELIMITED BY SIZE
                   NODE-TXT DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            DISPLAY RPT-REC(1:100).
            MOVE "Y" TO N-AFF(TGT-IDX).
            MOVE 0 TO WALK-LINES.

            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE "UPSTREAM (WHAT FEEDS IT)" TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE "U" TO WALK-DIR.
            PERFORM 7200-WALK.
            MOVE WALK-FOUND TO CNT-DISP.
            DISPLAY "UPSTREAM  : " CNT-DISP " QUES/ENDPOINTS".

            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE "DOWNSTREAM (WHAT IT FEEDS)" TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE "D" TO WALK-DIR.
            PERFORM 7200-WALK.
            MOVE WALK-FOUND TO CNT-DISP.
            DISPLAY "DOWNSTREAM: " CNT-DISP " QUES/ENDPOINTS".

            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE "AFFECTED QUES / OWNERS / SLA ENTRIES" TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE 0 TO TEAM-CNT.
            MOVE 0 TO AFF-CNT.
            PERFORM 7450-AFFONE THRU 7450-EXIT
                    VARYING NX FROM 1 BY 1 UNTIL NX > NODE-CNT.

            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE "TEAMS TO NOTIFY :" TO RPT-REC.
            IF TEAM-CNT = 0
                MOVE "TEAMS TO NOTIFY : (NONE REGISTERED)" TO RPT-REC
            END-IF.
            PERFORM 7900-RPTWRITE.
            DISPLAY RPT-REC(1:100).
            PERFORM VARYING TEAM-IDX FROM 1 BY 1
                    UNTIL TEAM-IDX > TEAM-CNT
                MOVE SPACES TO RPT-REC
                STRING "  " TEAM-ENT(TEAM-IDX) DELIMITED BY SIZE
                    INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                DISPLAY RPT-REC(1:40)
            END-PERFORM.

        7100-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 以堆疊逐層走訪(WALK-DIR U 沿流入/D 沿流出)，每走到一個
      * 節點列一行；在目前路徑上的標 CYCLE，他處已展開的標
      * SEE ABOVE，超過 -depth 的標 DEPTH LIMIT 不再展開
      *-----------------------------------------------------------
        7200-WALK.
            MOVE 0 TO WALK-FOUND.
            PERFORM VARYING NODE-IDX FROM 1 BY 1
                    UNTIL NODE-IDX > NODE-CNT
                MOVE SPACE TO N-SEEN(NODE-IDX)
                MOVE SPACE TO N-ONP(NODE-IDX)
            END-PERFORM.

            MOVE 1 TO STK-PTR.
            MOVE TGT-IDX TO STK-NODE(1).
            MOVE 0 TO STK-EPOS(1).
            MOVE "Y" TO N-SEEN(TGT-IDX).
            MOVE "Y" TO N-ONP(TGT-IDX).

            PERFORM 7250-WALKSTEP UNTIL STK-PTR = 0.

            IF WALK-FOUND = 0
                MOVE "  (NONE)" TO RPT-REC
                PERFORM 7900-RPTWRITE
            END-IF.
            COMPUTE WALK-LINES = WALK-LINES + WALK-FOUND.

        7250-WALKSTEP.
            MOVE STK-NODE(STK-PTR) TO WALK-NODE.
            MOVE 0 TO WALK-NEXT.
            COMPUTE EDGE-IDX = STK-EPOS(STK-PTR) + 1.
            PERFORM UNTIL EDGE-IDX > EDGE-CNT OR WALK-NEXT > 0
                IF WALK-DIR = "D" AND E-FROM(EDGE-IDX) = WALK-NODE
                    MOVE E-TO(EDGE-IDX) TO WALK-NEXT
                END-IF
                IF WALK-DIR = "U" AND E-TO(EDGE-IDX) = WALK-NODE
                    MOVE E-FROM(EDGE-IDX) TO WALK-NEXT
                END-IF
                IF WALK-NEXT = 0
                    COMPUTE EDGE-IDX = EDGE-IDX + 1
                END-IF
            END-PERFORM.

            IF WALK-NEXT = 0
                MOVE SPACE TO N-ONP(WALK-NODE)
                COMPUTE STK-PTR = STK-PTR - 1
            ELSE
                MOVE EDGE-IDX TO STK-EPOS(STK-PTR)
                MOVE SPACES TO WALK-MARK
                EVALUATE TRUE
                    WHEN N-ONP(WALK-NEXT) = "Y"
                        MOVE "(CYCLE)" TO WALK-MARK
                    WHEN N-SEEN(WALK-NEXT) = "Y"
                        MOVE "(SEE ABOVE)" TO WALK-MARK
                    WHEN STK-PTR >= DEPTH-MAX
                        MOVE "(DEPTH LIMIT)" TO WALK-MARK
                END-EVALUATE
                PERFORM 7300-WALKLINE
                IF N-SEEN(WALK-NEXT) NOT = "Y"
                    COMPUTE WALK-FOUND = WALK-FOUND + 1
                    MOVE "Y" TO N-SEEN(WALK-NEXT)
                    MOVE "Y" TO N-AFF(WALK-NEXT)
                END-IF
                IF WALK-MARK = SPACES
                    COMPUTE STK-PTR = STK-PTR + 1
                    MOVE WALK-NEXT TO STK-NODE(STK-PTR)
                    MOVE 0 TO STK-EPOS(STK-PTR)
                    MOVE "Y" TO N-ONP(WALK-NEXT)
                END-IF
            END-IF.

        7300-WALKLINE.
            MOVE WALK-NEXT TO NX.
            PERFORM 7000-NODETXT.
            MOVE SPACES TO RPT-REC.
            COMPUTE LINE-PTR = STK-PTR * 2 + 1.
            IF WALK-DIR = "U"
                STRING "<- " DELIMITED BY SIZE
                    INTO RPT-REC WITH POINTER LINE-PTR
                END-STRING
            ELSE
                STRING "-> " DELIMITED BY SIZE
                    INTO RPT-REC WITH POINTER LINE-PTR
                END-STRING
            END-IF.
            STRING FUNCTION TRIM(NODE-TXT) DELIMITED BY SIZE
                   "  [" DELIMITED BY SIZE
                   E-KIND(EDGE-IDX) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   E-VIA(EDGE-IDX) DELIMITED BY SPACE
                   "] " DELIMITED BY SIZE
                   WALK-MARK DELIMITED BY SIZE
                INTO RPT-REC WITH POINTER LINE-PTR
            END-STRING.
            PERFORM 7900-RPTWRITE.

      *-----------------------------------------------------------
      * 路徑上一個節點：團隊/存廢/消費程式，及其 SLA 條目
      *-----------------------------------------------------------
        7450-AFFONE.
            IF N-AFF(NX) NOT = "Y"
                GO TO 7450-EXIT
            END-IF.
            COMPUTE AFF-CNT = AFF-CNT + 1.
            PERFORM 7000-NODETXT.
            PERFORM 7550-NODELINE.

            IF N-OWNER(NX) NOT = SPACES
                MOVE N-OWNER(NX) TO TEAM-KEY
                PERFORM 7470-TEAMADD
            END-IF.

            PERFORM VARYING SLA-IDX FROM 1 BY 1
                    UNTIL SLA-IDX > SLA-CNT
                IF L-QUE(SLA-IDX) = N-NAME(NX)
                AND N-TYPE(NX)(1:1) NOT = "@"
                AND (L-TYPE(SLA-IDX) = N-TYPE(NX)
                     OR N-TYPE(NX) = SPACES)
                    MOVE SPACES TO RPT-REC
                    STRING "      SLA " L-TEXT(SLA-IDX)
                           DELIMITED BY SIZE
                        INTO RPT-REC
                    END-STRING
                    PERFORM 7900-RPTWRITE
                    IF L-TEAM(SLA-IDX) NOT = SPACES
                    AND L-TEAM(SLA-IDX)(1:1) NOT = "-"
                        MOVE L-TEAM(SLA-IDX) TO TEAM-KEY
                        PERFORM 7470-TEAMADD
                    END-IF
                END-IF
            END-PERFORM.

        7450-EXIT.
            CONTINUE.

        7470-TEAMADD.
            MOVE 0 TO TEAM-HIT.
            PERFORM VARYING TEAM-IDX FROM 1 BY 1
                    UNTIL TEAM-IDX > TEAM-CNT OR TEAM-HIT > 0
                IF TEAM-ENT(TEAM-IDX) = TEAM-KEY
                    MOVE TEAM-IDX TO TEAM-HIT
                END-IF
            END-PERFORM.
            IF TEAM-HIT = 0 AND TEAM-CNT < 50
                COMPUTE TEAM-CNT = TEAM-CNT + 1
                MOVE TEAM-KEY TO TEAM-ENT(TEAM-CNT)
            END-IF.

      *-----------------------------------------------------------
      * 全拓撲：節點、流向、孤兒終點、迴圈
      *-----------------------------------------------------------
        7500-ALLMODE.
            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE "NODES (IN/OUT FLOWS, CONSUMER, OWNER)" TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            PERFORM VARYING NX FROM 1 BY 1 UNTIL NX > NODE-CNT
                PERFORM 7000-NODETXT
                PERFORM 7550-NODELINE
            END-PERFORM.

            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE "FLOWS (FROM -> TO [SOURCE VIA])" TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            PERFORM 7600-EDGELINE
                    VARYING EDGE-IDX FROM 1 BY 1
                    UNTIL EDGE-IDX > EDGE-CNT.

            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE "ORPHAN SINKS (INBOUND FLOW, NO CONSUMER PROGRAM)"
              TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE 0 TO ORPHAN-CNT.
            PERFORM 7650-ORPHAN
                    VARYING NX FROM 1 BY 1 UNTIL NX > NODE-CNT.
            IF ORPHAN-CNT = 0
                MOVE "  (NONE)" TO RPT-REC
                PERFORM 7900-RPTWRITE
            END-IF.
            MOVE ORPHAN-CNT TO CNT-DISP.
            DISPLAY "ORPHANS   : " CNT-DISP.

            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE "CYCLES" TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            PERFORM 7700-CYCLES.
            IF CYCLE-CNT = 0
                MOVE "  (NONE)" TO RPT-REC
                PERFORM 7900-RPTWRITE
            END-IF.
            MOVE CYCLE-CNT TO CNT-DISP.
            DISPLAY "CYCLES    : " CNT-DISP.

      * 一個節點一行(NX、NODE-TXT 由呼叫端備妥)
        7550-NODELINE.
            MOVE SPACES TO RPT-REC.
            MOVE 1 TO LINE-PTR.
            MOVE N-IN(NX) TO CNT-DISP.
            MOVE N-OUT(NX) TO CNT-DISP2.
            STRING "  " DELIMITED BY SIZE
                   NODE-TXT(1:60) DELIMITED BY SIZE
                   " IN" DELIMITED BY SIZE
                   CNT-DISP DELIMITED BY SIZE
                   " OUT" DELIMITED BY SIZE
                   CNT-DISP2 DELIMITED BY SIZE
                INTO RPT-REC WITH POINTER LINE-PTR
            END-STRING.
            IF N-CPGM(NX) NOT = SPACES
                STRING " CONSUMER " DELIMITED BY SIZE
                       N-CPGM(NX) DELIMITED BY SPACE
                    INTO RPT-REC WITH POINTER LINE-PTR
                END-STRING
            END-IF.
            IF N-OWNER(NX) NOT = SPACES
                STRING " OWNER " DELIMITED BY SIZE
                       N-OWNER(NX) DELIMITED BY SPACE
                    INTO RPT-REC WITH POINTER LINE-PTR
                END-STRING
            END-IF.
            IF N-LIVE(NX) = "N"
                STRING " (REMOVED)" DELIMITED BY SIZE
                    INTO RPT-REC WITH POINTER LINE-PTR
                END-STRING
            END-IF.
            IF N-LIVE(NX) = SPACE AND N-TYPE(NX)(1:1) NOT = "@"
                STRING " (NOT REGISTERED)" DELIMITED BY SIZE
                    INTO RPT-REC WITH POINTER LINE-PTR
                END-STRING
            END-IF.
            PERFORM 7900-RPTWRITE.

        7600-EDGELINE.
            MOVE E-FROM(EDGE-IDX) TO NX.
            PERFORM 7000-NODETXT.
            MOVE SPACES TO RPT-REC.
            MOVE 1 TO LINE-PTR.
            STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(NODE-TXT) DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                INTO RPT-REC WITH POINTER LINE-PTR
            END-STRING.
            MOVE E-TO(EDGE-IDX) TO NX.
            PERFORM 7000-NODETXT.
            STRING FUNCTION TRIM(NODE-TXT) DELIMITED BY SIZE
                   "  [" DELIMITED BY SIZE
                   E-KIND(EDGE-IDX) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   E-VIA(EDGE-IDX) DELIMITED BY SPACE
                   "]" DELIMITED BY SIZE
                INTO RPT-REC WITH POINTER LINE-PTR
            END-STRING.
            PERFORM 7900-RPTWRITE.

      * 有流入、無流出、無消費程式的 QUE 或轉運目錄
        7650-ORPHAN.
            IF N-IN(NX) > 0 AND N-OUT(NX) = 0
            AND N-CPGM(NX) = SPACES
            AND (N-TYPE(NX)(1:1) NOT = "@" OR N-TYPE(NX) = "@BRG")
                COMPUTE ORPHAN-CNT = ORPHAN-CNT + 1
                PERFORM 7000-NODETXT
                PERFORM 7550-NODELINE
            END-IF.

      *-----------------------------------------------------------
      * 迴圈：深度優先走訪全圖，每條回頭流向(指回目前路徑上的
      * 節點)即一個迴圈，列出路徑；至多列 50 個
      *-----------------------------------------------------------
        7700-CYCLES.
            MOVE 0 TO CYCLE-CNT.
            PERFORM VARYING NODE-IDX FROM 1 BY 1
                    UNTIL NODE-IDX > NODE-CNT
                MOVE SPACE TO N-SEEN(NODE-IDX)
                MOVE SPACE TO N-ONP(NODE-IDX)
            END-PERFORM.
            MOVE "D" TO WALK-DIR.

            PERFORM VARYING TGT-IDX FROM 1 BY 1
                    UNTIL TGT-IDX > NODE-CNT OR CYCLE-CNT >= 50
                IF N-SEEN(TGT-IDX) NOT = "Y"
                    MOVE 1 TO STK-PTR
                    MOVE TGT-IDX TO STK-NODE(1)
                    MOVE 0 TO STK-EPOS(1)
                    MOVE "Y" TO N-SEEN(TGT-IDX)
                    MOVE "Y" TO N-ONP(TGT-IDX)
                    PERFORM 7750-CYCSTEP
                            UNTIL STK-PTR = 0 OR CYCLE-CNT >= 50
                END-IF
            END-PERFORM.

        7750-CYCSTEP.
            MOVE STK-NODE(STK-PTR) TO WALK-NODE.
            MOVE 0 TO WALK-NEXT.
            COMPUTE EDGE-IDX = STK-EPOS(STK-PTR) + 1.
            PERFORM UNTIL EDGE-IDX > EDGE-CNT OR WALK-NEXT > 0
                IF E-FROM(EDGE-IDX) = WALK-NODE
                    MOVE E-TO(EDGE-IDX) TO WALK-NEXT
                ELSE
                    COMPUTE EDGE-IDX = EDGE-IDX + 1
                END-IF
            END-PERFORM.

            IF WALK-NEXT = 0
                MOVE SPACE TO N-ONP(WALK-NODE)
                COMPUTE STK-PTR = STK-PTR - 1
            ELSE
                MOVE EDGE-IDX TO STK-EPOS(STK-PTR)
                EVALUATE TRUE
                    WHEN N-ONP(WALK-NEXT) = "Y"
                        PERFORM 7760-CYCPRINT
                    WHEN N-SEEN(WALK-NEXT) = "Y"
                        CONTINUE
                    WHEN STK-PTR >= 500
                        CONTINUE
                    WHEN OTHER
                        MOVE "Y" TO N-SEEN(WALK-NEXT)
                        MOVE "Y" TO N-ONP(WALK-NEXT)
                        COMPUTE STK-PTR = STK-PTR + 1
                        MOVE WALK-NEXT TO STK-NODE(STK-PTR)
                        MOVE 0 TO STK-EPOS(STK-PTR)
                END-EVALUATE
            END-IF.

      * 由路徑上 WALK-NEXT 所在位置列到堆疊頂，再回到 WALK-NEXT
        7760-CYCPRINT.
            COMPUTE CYCLE-CNT = CYCLE-CNT + 1.
            MOVE CYCLE-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "  CYCLE " DELIMITED BY SIZE
                   FUNCTION TRIM(CNT-DISP) DELIMITED BY SIZE
                   " :" DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            MOVE 0 TO STK-IDX.
            PERFORM VARYING CYC-POS FROM 1 BY 1
                    UNTIL CYC-POS > STK-PTR OR STK-IDX > 0
                IF STK-NODE(CYC-POS) = WALK-NEXT
                    MOVE CYC-POS TO STK-IDX
                END-IF
            END-PERFORM.
            IF STK-IDX = 0
                MOVE 1 TO STK-IDX
            END-IF.

            PERFORM VARYING STK-IDX FROM STK-IDX BY 1
                    UNTIL STK-IDX > STK-PTR
                MOVE STK-NODE(STK-IDX) TO NX
                PERFORM 7000-NODETXT
                MOVE SPACES TO RPT-REC
                STRING "      " NODE-TXT DELIMITED BY SIZE
                    INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            END-PERFORM.
            MOVE WALK-NEXT TO NX.
            PERFORM 7000-NODETXT.
            MOVE SPACES TO RPT-REC.
            STRING "      (BACK TO) " NODE-TXT DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

        7900-RPTWRITE.
            WRITE RPT-REC.

        1000-ERR.
            MOVE LENGTH OF ERR-TXT TO ERR-LEN.

            CALL 'MW$STR' USING
                BY VALUE        SERROR,
                BY VALUE        RET_CODE,
                BY REFERENCE    ERR-TXT,
                BY REFERENCE    ERR-LEN.

            DISPLAY "RUN ERROR : " RET-CODE.
            DISPLAY "          : " ERR-TXT(1:ERR-LEN).

            IF EXIT-CLASS = 0
                MOVE MWRC-IPC TO EXIT-CLASS
            END-IF.
            MOVE EXIT-CLASS TO RETURN-CODE.

            PERFORM 1900-INCLOG.

            GO TO 0000-EXIT.

        1900-INCLOG.
            MOVE SPACES TO INCLOG-REC.
            ACCEPT INCLOG-DATE FROM DATE YYYYMMDD.
            ACCEPT INCLOG-TIME FROM TIME.
            MOVE "MWLINEAG"      TO INCLOG-PGM.
            MOVE RET-CODE        TO INCLOG-CODE.
            MOVE ERR-TXT(1:ERR-LEN) TO INCLOG-MSG.
            MOVE QUE-NAME TO INCLOG-QUE.
            DISPLAY "USER" UPON ENVIRONMENT-NAME.
            ACCEPT INCLOG-OPER FROM ENVIRONMENT-VALUE.
            MOVE "E" TO INCLOG-SEV.

            OPEN EXTEND INCIDENT-LOG-FILE.
            IF INCLOG-FILE-STAT = "35"
                OPEN OUTPUT INCIDENT-LOG-FILE
            END-IF.

      * 防竄改鏈結：前一筆鏈值+本筆內容算出本筆鏈值
            MOVE "I" TO CHAIN-KIND.
            MOVE INCLOG-REC TO CHAIN-BUF.
            MOVE 236 TO CHAIN-BLEN.
            CALL "MWCHAIN" USING CHAIN-KIND, CHAIN-PREV,
                                 CHAIN-BUF, CHAIN-BLEN,
                                 CHAIN-NEXT.
            MOVE CHAIN-NEXT TO INCLOG-CHAIN.

            WRITE INCLOG-REC.
            CLOSE INCIDENT-LOG-FILE.
      * 附加完成，釋放鏈結鎖
            MOVE "E" TO CHAIN-KIND.
            CALL "MWCHAIN" USING CHAIN-KIND, CHAIN-PREV,
                                 CHAIN-BUF, CHAIN-BLEN,
                                 CHAIN-NEXT.

        2000-PARAM.

            ACCEPT PARAM-LIST FROM COMMAND-LINE.
            MOVE 1 TO STRING-PTR.
            SET PARAM-LIST-SIZE TO SIZE OF PARAM-LIST.

      * PARSING COMMAND-LINE 內容
      * 選擇性參數 : -all , -t type , -d def_file , -depth n ,
      *              -o report_file
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                    INTO PARAM
                    POINTER STRING-PTR
                    ON OVERFLOW
                        IF STRING-PTR > PARAM-LIST-SIZE THEN
                            MOVE "Y" TO PARAM-FLAG
                            IF PARAM-PREV NOT = SPACES
                            OR PARAM(1:1) = "-"
                                PERFORM 2500-SETPARAM
                            ELSE
                                MOVE PARAM TO QUE-NAME
                            END-IF
                            IF PARAM-PREV NOT = SPACES
                                GO TO 3000-PERR
                            END-IF
                        ELSE
                            PERFORM 2500-SETPARAM
                        END-IF
                END-UNSTRING
            END-PERFORM.

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN SPACES  CONTINUE
                WHEN "-q"    MOVE "Y" TO QUIET-SW
                WHEN "--batch" MOVE "Y" TO QUIET-SW
                WHEN "-all"  MOVE "Y" TO ALL-SW
                WHEN "-t"    MOVE PARAM TO PARAM-PREV
                WHEN "-d"    MOVE PARAM TO PARAM-PREV
                WHEN "-depth" MOVE PARAM TO PARAM-PREV
                WHEN "-o"    MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-t"
                            MOVE PARAM TO TGT-TYPE
                        WHEN "-d"
                            MOVE PARAM TO DEF-FILE-NAME
                        WHEN "-depth"
                            COMPUTE DEPTH-MAX =
                                    FUNCTION NUMVAL(PARAM)
                        WHEN "-o"
                            MOVE PARAM TO RPT-FILE-NAME
                        WHEN OTHER
                            GO TO 3000-PERR
                    END-EVALUATE
                    MOVE SPACES TO PARAM-PREV
            END-EVALUATE.

        3000-PERR.
            DISPLAY "INVALID PARAMETER".
            DISPLAY " ".

            DISPLAY "MWLINEAGE - Que Lineage / Impact Report".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWLINEAGE [options] $que_name".
            DISPLAY "  runcbl MWLINEAGE -all [options]".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  [-t posix|sysv]    Que Type When Name Is Shared".
            DISPLAY "  [-all]             Full Topology: Every Flow,".
            DISPLAY "                     Orphan Sinks And Cycles".
            DISPLAY "  [-d def_file]      Service Definitions(Default".
            DISPLAY "                     MWSUPDEF, As MWSUPER)".
            DISPLAY "  [-depth n]         Path Depth Limit(Default 10,".
            DISPLAY "                     Max 20)".
            DISPLAY "  [-o report_file]   Report File(Default".
            DISPLAY "                     MWLINEAGEOUT)".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            DISPLAY "  Flow Sources: MWSUPDEF Service Commands(MWROUTE".
            DISPLAY "  MWTEE MWXFORM MWORDER MWBRIDGE MWWORK MWTIMER".
            DISPLAY "  MWFEED MWSTUB MWSINK + Rule/List Files),".
            DISPLAY "  MWFAILOVR, MWTRACEJ; Owners From QUEREG, SLA".
            DISPLAY "  Entries From MWSLADEF".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWLINEAGE.
