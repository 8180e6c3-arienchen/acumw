      */--------------------------------------------------------------
      * MWHEALTH.CBL
      * QUE 綜合健康分數與最差 QUE 排行
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. 各工具各看一面：深度(MWDASH)、服務水準(MWSLA)、事故
      *    (MWINCRPT)、閒置(MWSTALE)、心跳(MWHEARTS)、流量平衡
      *    (MWFLOWRPT)、死信(MWDLQF)。本程式每日對 QUE 主檔
      *    (QUEREGM)每個 LIVE QUE 就 -date 當日(預設今日)取下列
      *    七項原始值，換算扣分後加權成 0-100 健康分數：
      *    DEPTH  當日 MWDASH -hist 深度歷史最高使用率(%)
      *    SLA    MWSLADEF 條目當日違反項數：深度逾 MAXPCT、
      *           MWPROBE 歷史有逾 MAXRTT_MS 或逾時、DRAIN_HHMM
      *           之後仍有積壓(0-3)
      *    INC    當日事故日誌該 QUE 筆數(E/W，維護窗口 M 不計)
      *    IDLE   操作軌跡最後一次送收距今天數(回溯 IDLE 上限天數
      *           內查無送收即以上限計)
      *    HB     消費者心跳檔該 QUE 最後心跳靜默分鐘數(無登錄
      *           消費者不計)
      *    FLOW   起始深度+送出-取件 與收盤深度之差(同 MWFLOWRPT)
      *    DLQ    死信檔當日寄存該 QUE 筆數
      * 2. 權重參數檔(-p，預設 MWHLTHDEF)一行一項：
      *      DIM|WEIGHT|FLOOR|LIMIT
      *    原始值 <= FLOOR 不扣分、>= LIMIT 扣滿 100，其間等比；
      *    健康分數 = 100 - SUM(WEIGHT*扣分)/SUM(WEIGHT)。另可設
      *      MINSCORE|n   低於 n 分即 RETURN-CODE = 3(預設 60)
      *    未列之項沿用內建預設，WEIGHT 0 即不計該項
      * 3. 報表(-o，預設 MWHEALTHOUT)：最差 10 個 QUE(分數、上週
      *    分數與升降、扣分原因)、全部 QUE 週對週升降、責任團隊
      *    平均分數週對週升降；畫面同步顯示最差 10 名與團隊段
      * 4. 每日分數附加至健康分數歷史檔(MWHLTHHIST)，上週分數取
      *    -date 前 7 至 13 天內最近一日之紀錄；-nosave 重跑時不
      *    附加
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWHEALTH.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * 權重參數檔
            SELECT HLT-PARM-FILE ASSIGN TO PARM-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PARM-FILE-STAT.
      * MWDASH -hist 深度歷史檔
            SELECT DEPTH-HIST-FILE ASSIGN TO HIST-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS HIST-FILE-STAT.
      * MWPROBE 往返歷史檔
            SELECT HLT-PROBE-FILE ASSIGN TO PROBE-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PROBE-FILE-STAT.
      * 健康分數歷史檔(每日附加)
            SELECT HLT-SCORE-FILE ASSIGN TO "MWHLTHHIST"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SCORE-FILE-STAT.
            SELECT HLT-RPT-FILE ASSIGN TO RPT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-FILE-STAT.
            COPY "AUDITSL.DEF".
            COPY "DLQSL.DEF".
            COPY "HBSL.DEF".
            COPY "INCLOGSL.DEF".
            COPY "REGMSL.DEF".
            COPY "SEGSL.DEF".
            COPY "SLASL.DEF".

        DATA DIVISION.
        FILE SECTION.
        FD  HLT-PARM-FILE.
        01  PARM-REC                PIC X(120).

        FD  DEPTH-HIST-FILE.
        01  DHIST-REC.
            05  DH-DATE         PIC X(8).
            05  FILLER          PIC X.
            05  DH-TIME         PIC X(8).
            05  FILLER          PIC X.
            05  DH-TYPE         PIC X(5).
            05  FILLER          PIC X.
            05  DH-QUE          PIC X(64).
            05  FILLER          PIC X.
            05  DH-CNT          PIC X(10).
            05  FILLER          PIC X.
            05  DH-MAX          PIC X(10).

        FD  HLT-PROBE-FILE.
        01  PROBE-REC               PIC X(120).

        FD  HLT-SCORE-FILE.
        01  SCORE-REC.
            05  SC-DATE         PIC X(8).
            05  FILLER          PIC X.
            05  SC-TYPE         PIC X(5).
            05  FILLER          PIC X.
            05  SC-QUE          PIC X(64).
            05  FILLER          PIC X.
            05  SC-OWNER        PIC X(32).
            05  FILLER          PIC X.
            05  SC-SCORE        PIC 9(3).

        FD  HLT-RPT-FILE.
        01  RPT-REC                 PIC X(160).
        COPY "AUDITFD.DEF".
        COPY "DLQFD.DEF".
        COPY "HBFD.DEF".
        COPY "INCLOGFD.DEF".
        COPY "REGMFD.DEF".
        COPY "SEGFD.DEF".
        COPY "SLAFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "DLQWS.DEF".
        COPY "SEGWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
            88 INCLOG-EOF       VALUE "10".
        77  AUDIT-FILE-STAT     PIC XX.
            88 AUDIT-EOF        VALUE "10".
        77  HB-FILE-STAT        PIC XX.
            88 HB-EOF           VALUE "10".
        77  REGM-FILE-STAT      PIC XX.
            88 REGM-EOF         VALUE "10".
        77  SLA-FILE-STAT       PIC XX.
            88 SLA-EOF          VALUE "10".
        77  PARM-FILE-STAT      PIC XX.
            88 PARM-EOF         VALUE "10".
        77  HIST-FILE-STAT      PIC XX.
            88 HIST-EOF         VALUE "10".
        77  PROBE-FILE-STAT     PIC XX.
            88 PROBE-EOF        VALUE "10".
        77  SCORE-FILE-STAT     PIC XX.
            88 SCORE-EOF        VALUE "10".
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
        77  NOSAVE-SW           PIC X VALUE SPACE.
            88 NOSAVE-ON        VALUE 'Y'.
      * 全部 QUE 段只寫報表不上畫面
        77  RPT-SHOW-SW         PIC X VALUE 'Y'.
            88 RPT-SHOW         VALUE 'Y'.

        01  PARM-FILE-NAME      PIC X(FILE_NAME_LEN)
                                VALUE "MWHLTHDEF".
        01  HIST-FILE-NAME      PIC X(FILE_NAME_LEN)
                                VALUE "MWDASHHIST".
        01  PROBE-FILE-NAME     PIC X(FILE_NAME_LEN)
                                VALUE "MWPROBEHIST".
        01  RPT-FILE-NAME       PIC X(FILE_NAME_LEN)
                                VALUE "MWHEALTHOUT".

      * 評分日與日期運算
        77  RPT-DATE            PIC X(8) VALUE SPACES.
        77  TODAY-DATE          PIC X(8) VALUE SPACES.
        77  NOW-TIME            PIC X(8) VALUE SPACES.
        77  DATE-NUM            PIC 9(8) VALUE 0.
        77  RPT-INT             SIGNED-LONG VALUE 0.
        77  WORK-INT            SIGNED-LONG VALUE 0.
        77  IDLE-FROM           PIC X(8) VALUE SPACES.
        77  PREV-FROM           PIC X(8) VALUE SPACES.
        77  PREV-TO             PIC X(8) VALUE SPACES.
        77  REF-MINUTES         SIGNED-LONG VALUE 0.
        77  HB-MINUTES          SIGNED-LONG VALUE 0.

      * 評分項目：代碼/權重/不扣分門檻/扣滿門檻/單位(內建預設)
        01  DIM-INIT.
            05  FILLER          PIC X(19) VALUE "DEPTH0250005000100%".
            05  FILLER          PIC X(19) VALUE "SLA  0200000000002 ".
            05  FILLER          PIC X(19) VALUE "INC  0150000000005 ".
            05  FILLER          PIC X(19) VALUE "IDLE 0100000100014D".
            05  FILLER          PIC X(19) VALUE "HB   0100003000240M".
            05  FILLER          PIC X(19) VALUE "FLOW 0100000000050 ".
            05  FILLER          PIC X(19) VALUE "DLQ  0100000000010 ".
        01  DIM-TAB REDEFINES DIM-INIT.
            05  DIM-ENT OCCURS 7 TIMES.
                10  DM-CODE     PIC X(5).
                10  DM-WEIGHT   PIC 9(3).
                10  DM-FLOOR    PIC 9(5).
                10  DM-LIMIT    PIC 9(5).
                10  DM-UNIT     PIC X.
        77  DIM-CNT             SIGNED-INT VALUE 7.
        77  DX                  SIGNED-INT VALUE 0.
        77  W-SUM               SIGNED-INT VALUE 0.
        77  MIN-SCORE           SIGNED-INT VALUE 60.

      * 參數行拆解
        01  PM-DIM              PIC X(16).
        01  PM-WEIGHT           PIC X(10).
        01  PM-FLOOR            PIC X(10).
        01  PM-LIMIT            PIC X(10).
        77  PM-UPTR             PIC 9(3).

      * LIVE QUE 表
        01  QUE-TAB.
            05  Q-ENT OCCURS 1000 TIMES.
                10  Q-NAME      PIC X(64).
                10  Q-TYPE      PIC X(5).
                10  Q-OWNER     PIC X(32).
                10  Q-SLA       SIGNED-INT.
                10  Q-PEAK      SIGNED-INT.
                10  Q-HIST      PIC X.
                10  Q-STARTD    SIGNED-LONG.
                10  Q-ENDD      SIGNED-LONG.
                10  Q-SENT      SIGNED-LONG.
                10  Q-RECV      SIGNED-LONG.
                10  Q-LASTACT   SIGNED-LONG.
                10  Q-INC       SIGNED-INT.
                10  Q-DLQ       SIGNED-INT.
                10  Q-HBLAST    SIGNED-LONG.
                10  Q-SLADEP    PIC X.
                10  Q-SLARTT    PIC X.
                10  Q-SLADRN    PIC X.
                10  Q-VAL       SIGNED-LONG OCCURS 7 TIMES.
                10  Q-PEN       SIGNED-INT OCCURS 7 TIMES.
                10  Q-SCORE     SIGNED-INT.
                10  Q-PREV      SIGNED-INT.
                10  Q-PREVD     PIC X(8).
                10  Q-REASON    PIC X(60).
        77  Q-CNT               SIGNED-INT VALUE 0.
        77  QX                  SIGNED-INT VALUE 0.
        77  Q-HIT               SIGNED-INT VALUE 0.
        77  Q-FULL              SIGNED-INT VALUE 0.
        01  LOOK-QUE            PIC X(64) VALUE SPACES.
        77  LOOK-TYPE           PIC X(5) VALUE SPACES.

      * 分數排序(由低到高)
        01  ORD-TAB.
            05  ORD-ENT         SIGNED-INT OCCURS 1000 TIMES.
        77  OX                  SIGNED-INT VALUE 0.
        77  OY                  SIGNED-INT VALUE 0.
        77  O-MIN               SIGNED-INT VALUE 0.
        77  O-SWAP              SIGNED-INT VALUE 0.
        77  LOW-CNT             SIGNED-INT VALUE 0.

      * SLA 定義表
        01  SLA-TAB.
            05  SLA-ENT OCCURS 200 TIMES.
                10  L-QUE       PIC X(64).
                10  L-TYPE      PIC X(5).
                10  L-MAXPCT    SIGNED-INT.
                10  L-MAXRTT    SIGNED-LONG.
                10  L-DRAIN     PIC X(4).
        77  SLA-CNT             SIGNED-INT VALUE 0.
        77  SLA-IDX             SIGNED-INT VALUE 0.
        01  SL-QUE              PIC X(64).
        01  SL-TYPE             PIC X(8).
        01  SL-PCT              PIC X(8).
        01  SL-RTT              PIC X(10).
        01  SL-DRAIN            PIC X(8).
        77  SL-UPTR             PIC 9(3).

      * MWPROBE 歷史行拆解
        01  PH-DATE             PIC X(10).
        01  PH-TIME             PIC X(10).
        01  PH-QUE              PIC X(64).
        01  PH-RTT              PIC X(16).
        01  PH-STATUS           PIC X(10).
        77  PH-UPTR             PIC 9(3).
        77  PH-RTT-MS           SIGNED-LONG VALUE 0.

      * 深度歷史單筆
        77  H-CNT               SIGNED-LONG VALUE 0.
        77  H-MAX               SIGNED-LONG VALUE 0.
        77  H-PCT               SIGNED-INT VALUE 0.

      * 責任團隊週對週
        01  TEAM-TAB.
            05  TM-ENT OCCURS 200 TIMES.
                10  TM-NAME     PIC X(32).
                10  TM-CNT      SIGNED-INT.
                10  TM-SUM      SIGNED-LONG.
                10  TM-PCNT     SIGNED-INT.
                10  TM-PSUM     SIGNED-LONG.
        77  TM-CNT-ALL          SIGNED-INT VALUE 0.
        77  TX                  SIGNED-INT VALUE 0.
        77  TM-HIT              SIGNED-INT VALUE 0.
        01  TM-KEY              PIC X(32).
        77  TM-AVG              SIGNED-INT VALUE 0.
        77  TM-PAVG             SIGNED-INT VALUE 0.

      * 扣分計算
        77  PEN-WORK            SIGNED-LONG VALUE 0.
        77  SUM-WORK            SIGNED-LONG VALUE 0.
        77  RSN-PTR             SIGNED-INT VALUE 0.
        77  VAL-DISP            PIC Z(8)9.

      * 報表欄位
        77  CNT-DISP            PIC Z(5)9.
        77  RANK-DISP           PIC Z9.
        77  SCORE-DISP          PIC ZZ9.
        77  PREV-DISP           PIC ZZ9.
        77  MOVE-DISP           PIC +++9.
        77  MOVE-TXT            PIC X(4).
        77  WORK-MOVE           SIGNED-INT VALUE 0.
        01  WEIGHT-TXT          PIC X(100) VALUE SPACES.
        77  WT-PTR              SIGNED-INT VALUE 0.
        77  WT-DISP             PIC ZZ9.

        PROCEDURE               DIVISION.
        MAIN-RTN                SECTION.
        0000-BEGIN.

            PERFORM 2000-PARAM.

            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            ACCEPT NOW-TIME FROM TIME.
            IF RPT-DATE = SPACES
                MOVE TODAY-DATE TO RPT-DATE
            END-IF.
            IF RPT-DATE IS NOT NUMERIC
                GO TO 3000-PERR
            END-IF.
            MOVE RPT-DATE TO DATE-NUM.
            COMPUTE RPT-INT = FUNCTION INTEGER-OF-DATE(DATE-NUM).

            PERFORM 4000-PARMLOAD.

            PERFORM 4100-LIVELOAD.
            IF Q-CNT = 0
                DISPLAY "NO LIVE QUE IN QUEREGM"
                MOVE MWRC-WARN TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

            PERFORM 4200-SLALOAD.
            PERFORM 4300-HISTSCAN THRU 4300-EXIT.
            PERFORM 4400-PROBESCAN THRU 4400-EXIT.
            PERFORM 4500-AUDSCAN.
            PERFORM 4600-INCSCAN.
            PERFORM 4700-HBSCAN THRU 4700-EXIT.
            PERFORM 4800-DLQSCAN THRU 4800-EXIT.
            PERFORM 4900-PREVLOAD THRU 4900-EXIT.

            PERFORM 5000-SCOREONE
                    VARYING QX FROM 1 BY 1 UNTIL QX > Q-CNT.
            PERFORM 5500-SORT.

            OPEN OUTPUT HLT-RPT-FILE.
            IF RPT-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN RPT FILE : " RPT-FILE-NAME(1:50);
                MOVE -1 TO RET-CODE;
                MOVE MWRC-FILE TO EXIT-CLASS;
                GO TO 1000-ERR;
            END-IF.

            PERFORM 7000-REPORT.

            CLOSE HLT-RPT-FILE.
            DISPLAY "REPORT : " RPT-FILE-NAME(1:50).

            IF NOT NOSAVE-ON
                PERFORM 6900-SCORESAVE THRU 6900-EXIT
            END-IF.

      * 有 QUE 低於 MINSCORE 即 MWRC-WARN 供排程判斷
            IF LOW-CNT > 0
                MOVE MWRC-WARN TO RETURN-CODE
            ELSE
                MOVE MWRC-OK TO RETURN-CODE
            END-IF.

        0000-EXIT.
            IF NOT QUIET-ON
                DISPLAY "PRESS <ENTER> TO EXIT"
                ACCEPT OMITTED
            END-IF.
            STOP RUN.

      *-----------------------------------------------------------
      * 權重參數檔：DIM|WEIGHT|FLOOR|LIMIT 或 MINSCORE|n；檔案
      * 不存在全部沿用內建預設
      *-----------------------------------------------------------
        4000-PARMLOAD.
            MOVE SPACES TO PARM-FILE-STAT.
            OPEN INPUT HLT-PARM-FILE.
            IF PARM-FILE-STAT NOT = "00"
                DISPLAY "NO WEIGHT FILE, DEFAULT WEIGHTS USED : "
                        PARM-FILE-NAME(1:30)
            ELSE
                PERFORM TEST BEFORE UNTIL PARM-EOF
                    READ HLT-PARM-FILE
                        AT END
                            MOVE "10" TO PARM-FILE-STAT
                        NOT AT END
                            PERFORM 4050-PARMONE
                    END-READ
                END-PERFORM
                CLOSE HLT-PARM-FILE
            END-IF.

            MOVE 0 TO W-SUM.
            PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > DIM-CNT
                ADD DM-WEIGHT(DX) TO W-SUM
            END-PERFORM.

        4050-PARMONE.
            IF PARM-REC = SPACES OR PARM-REC(1:1) = "*"
                CONTINUE
            ELSE
                MOVE SPACES TO PM-DIM
                MOVE SPACES TO PM-WEIGHT
                MOVE SPACES TO PM-FLOOR
                MOVE SPACES TO PM-LIMIT
                MOVE 1 TO PM-UPTR
                UNSTRING PARM-REC DELIMITED BY "|"
                    INTO PM-DIM, PM-WEIGHT, PM-FLOOR, PM-LIMIT
                    POINTER PM-UPTR
                END-UNSTRING
                MOVE FUNCTION UPPER-CASE(PM-DIM) TO PM-DIM
                IF PM-DIM = "MINSCORE"
                    COMPUTE MIN-SCORE = FUNCTION NUMVAL(PM-WEIGHT)
                ELSE
                    PERFORM VARYING DX FROM 1 BY 1
                            UNTIL DX > DIM-CNT
                        IF DM-CODE(DX) = PM-DIM
                            IF PM-WEIGHT NOT = SPACES
                                COMPUTE DM-WEIGHT(DX) =
                                        FUNCTION NUMVAL(PM-WEIGHT)
                            END-IF
                            IF PM-FLOOR NOT = SPACES
                                COMPUTE DM-FLOOR(DX) =
                                        FUNCTION NUMVAL(PM-FLOOR)
                            END-IF
                            IF PM-LIMIT NOT = SPACES
                                COMPUTE DM-LIMIT(DX) =
                                        FUNCTION NUMVAL(PM-LIMIT)
                            END-IF
                        END-IF
                    END-PERFORM
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * QUE 主檔全部 LIVE QUE 為評分對象
      *-----------------------------------------------------------
        4100-LIVELOAD.
            OPEN INPUT QUE-REGM-FILE.
            IF REGM-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN QUEREGM, STATUS " REGM-FILE-STAT;
                MOVE -1 TO RET-CODE;
                MOVE MWRC-FILE TO EXIT-CLASS;
                GO TO 1000-ERR;
            END-IF.

            PERFORM TEST BEFORE UNTIL REGM-EOF
                READ QUE-REGM-FILE NEXT
                    AT END
                        MOVE "10" TO REGM-FILE-STAT
                    NOT AT END
                        IF REGM-LIVE
                            PERFORM 4150-LIVEONE
                        END-IF
                END-READ
            END-PERFORM.

            CLOSE QUE-REGM-FILE.

            IF Q-FULL > 0
                MOVE Q-FULL TO CNT-DISP
                DISPLAY "QUE TABLE FULL, NOT SCORED : " CNT-DISP
            END-IF.

        4150-LIVEONE.
            IF Q-CNT >= 1000
                ADD 1 TO Q-FULL
            ELSE
                ADD 1 TO Q-CNT
                MOVE REGM-QUE-NAME TO Q-NAME(Q-CNT)
                MOVE REGM-QUE-TYPE TO Q-TYPE(Q-CNT)
                MOVE REGM-OWNER TO Q-OWNER(Q-CNT)
                MOVE 0 TO Q-SLA(Q-CNT)
                MOVE 0 TO Q-PEAK(Q-CNT)
                MOVE SPACE TO Q-HIST(Q-CNT)
                MOVE 0 TO Q-STARTD(Q-CNT)
                MOVE 0 TO Q-ENDD(Q-CNT)
                MOVE 0 TO Q-SENT(Q-CNT)
                MOVE 0 TO Q-RECV(Q-CNT)
                MOVE 0 TO Q-LASTACT(Q-CNT)
                MOVE 0 TO Q-INC(Q-CNT)
                MOVE 0 TO Q-DLQ(Q-CNT)
                MOVE 0 TO Q-HBLAST(Q-CNT)
                MOVE SPACE TO Q-SLADEP(Q-CNT)
                MOVE SPACE TO Q-SLARTT(Q-CNT)
                MOVE SPACE TO Q-SLADRN(Q-CNT)
                MOVE 0 TO Q-SCORE(Q-CNT)
                MOVE -1 TO Q-PREV(Q-CNT)
                MOVE SPACES TO Q-PREVD(Q-CNT)
                MOVE SPACES TO Q-REASON(Q-CNT)
            END-IF.

      *-----------------------------------------------------------
      * 服務水準定義檔：有條目的 QUE 記下條目位置
      *-----------------------------------------------------------
        4200-SLALOAD.
            MOVE SPACES TO SLA-FILE-STAT.
            OPEN INPUT SLA-DEF-FILE.
            IF SLA-FILE-STAT NOT = "00"
                DISPLAY "NO SLA DEFINITIONS (MWSLADEF), SLA NOT SCORED"
            ELSE
                PERFORM TEST BEFORE UNTIL SLA-EOF
                    READ SLA-DEF-FILE
                        AT END
                            MOVE "10" TO SLA-FILE-STAT
                        NOT AT END
                            PERFORM 4250-SLAONE
                    END-READ
                END-PERFORM
                CLOSE SLA-DEF-FILE
            END-IF.

        4250-SLAONE.
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
                    MOVE 1 TO SL-UPTR
                    UNSTRING SLA-REC DELIMITED BY "|"
                        INTO SL-QUE, SL-TYPE, SL-PCT, SL-RTT,
                             SL-DRAIN
                        POINTER SL-UPTR
                    END-UNSTRING
                    ADD 1 TO SLA-CNT
                    MOVE SL-QUE TO L-QUE(SLA-CNT)
                    MOVE SL-TYPE(1:5) TO L-TYPE(SLA-CNT)
                    IF SL-PCT = SPACES OR SL-PCT(1:1) = "-"
                        MOVE 0 TO L-MAXPCT(SLA-CNT)
                    ELSE
                        COMPUTE L-MAXPCT(SLA-CNT) =
                                FUNCTION NUMVAL(SL-PCT)
                    END-IF
                    IF SL-RTT = SPACES OR SL-RTT(1:1) = "-"
                        MOVE 0 TO L-MAXRTT(SLA-CNT)
                    ELSE
                        COMPUTE L-MAXRTT(SLA-CNT) =
                                FUNCTION NUMVAL(SL-RTT)
                    END-IF
                    IF SL-DRAIN = SPACES OR SL-DRAIN(1:1) = "-"
                        MOVE SPACES TO L-DRAIN(SLA-CNT)
                    ELSE
                        MOVE SL-DRAIN(1:4) TO L-DRAIN(SLA-CNT)
                    END-IF
                    MOVE L-QUE(SLA-CNT) TO LOOK-QUE
                    MOVE L-TYPE(SLA-CNT) TO LOOK-TYPE
                    PERFORM 4950-QFIND
                    IF Q-HIT > 0
                        MOVE SLA-CNT TO Q-SLA(Q-HIT)
                    END-IF
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 深度歷史：當日最高使用率、首末筆深度(流量平衡)、SLA 深度
      * 上限與清空時限
      *-----------------------------------------------------------
        4300-HISTSCAN.
            MOVE SPACES TO HIST-FILE-STAT.
            OPEN INPUT DEPTH-HIST-FILE.
            IF HIST-FILE-STAT NOT = "00"
                DISPLAY "DEPTH HISTORY NOT FOUND : "
                        HIST-FILE-NAME(1:40)
                GO TO 4300-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL HIST-EOF
                READ DEPTH-HIST-FILE
                    AT END
                        MOVE "10" TO HIST-FILE-STAT
                    NOT AT END
                        IF DH-DATE = RPT-DATE
                            PERFORM 4350-HISTONE
                        END-IF
                END-READ
            END-PERFORM.

            CLOSE DEPTH-HIST-FILE.

        4300-EXIT.
            CONTINUE.

        4350-HISTONE.
            MOVE DH-QUE TO LOOK-QUE.
            MOVE DH-TYPE TO LOOK-TYPE.
            PERFORM 4950-QFIND.
            IF Q-HIT > 0
                COMPUTE H-CNT = FUNCTION NUMVAL(DH-CNT)
                COMPUTE H-MAX = FUNCTION NUMVAL(DH-MAX)
                MOVE 0 TO H-PCT
                IF H-MAX > 0
                    COMPUTE H-PCT = (H-CNT * 100) / H-MAX
                END-IF
                IF H-PCT > Q-PEAK(Q-HIT)
                    MOVE H-PCT TO Q-PEAK(Q-HIT)
                END-IF
                IF Q-HIST(Q-HIT) NOT = "Y"
                    MOVE "Y" TO Q-HIST(Q-HIT)
                    MOVE H-CNT TO Q-STARTD(Q-HIT)
                END-IF
                MOVE H-CNT TO Q-ENDD(Q-HIT)
                IF Q-SLA(Q-HIT) > 0
                    MOVE Q-SLA(Q-HIT) TO SLA-IDX
                    IF L-MAXPCT(SLA-IDX) > 0
                    AND H-PCT >= L-MAXPCT(SLA-IDX)
                        MOVE "Y" TO Q-SLADEP(Q-HIT)
                    END-IF
                    IF L-DRAIN(SLA-IDX) NOT = SPACES
                    AND DH-TIME(1:4) >= L-DRAIN(SLA-IDX)
                    AND H-CNT > 0
                        MOVE "Y" TO Q-SLADRN(Q-HIT)
                    END-IF
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * MWPROBE 歷史：當日有逾 MAXRTT_MS 或逾時即 SLA 違反一項
      *-----------------------------------------------------------
        4400-PROBESCAN.
            IF SLA-CNT = 0
                GO TO 4400-EXIT
            END-IF.
            MOVE SPACES TO PROBE-FILE-STAT.
            OPEN INPUT HLT-PROBE-FILE.
            IF PROBE-FILE-STAT NOT = "00"
                GO TO 4400-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL PROBE-EOF
                READ HLT-PROBE-FILE
                    AT END
                        MOVE "10" TO PROBE-FILE-STAT
                    NOT AT END
                        PERFORM 4450-PROBEONE
                END-READ
            END-PERFORM.

            CLOSE HLT-PROBE-FILE.

        4400-EXIT.
            CONTINUE.

        4450-PROBEONE.
            MOVE SPACES TO PH-DATE.
            MOVE SPACES TO PH-TIME.
            MOVE SPACES TO PH-QUE.
            MOVE SPACES TO PH-RTT.
            MOVE SPACES TO PH-STATUS.
            MOVE 1 TO PH-UPTR.
            UNSTRING PROBE-REC
                DELIMITED BY ALL SPACE
                INTO PH-DATE, PH-TIME, PH-QUE,
                     PH-RTT, PH-STATUS
                POINTER PH-UPTR
            END-UNSTRING.
            IF PH-DATE(1:8) = RPT-DATE
                MOVE PH-QUE TO LOOK-QUE
                MOVE SPACES TO LOOK-TYPE
                PERFORM 4950-QFIND
                IF Q-HIT > 0 AND Q-SLA(Q-HIT) > 0
                    MOVE Q-SLA(Q-HIT) TO SLA-IDX
                    IF L-MAXRTT(SLA-IDX) > 0
                        COMPUTE PH-RTT-MS =
                                FUNCTION NUMVAL(PH-RTT) / 1000
                        IF PH-STATUS = "TIMEOUT"
                        OR PH-RTT-MS > L-MAXRTT(SLA-IDX)
                            MOVE "Y" TO Q-SLARTT(Q-HIT)
                        END-IF
                    END-IF
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 操作軌跡：當日送收筆數(流量平衡)與回溯期內最後送收日
      * (閒置)；已封月段只讀回溯期涵蓋的段，再讀現行日誌
      *-----------------------------------------------------------
        4500-AUDSCAN.
            COMPUTE WORK-INT = RPT-INT - DM-LIMIT(4).
            COMPUTE DATE-NUM = FUNCTION DATE-OF-INTEGER(WORK-INT).
            MOVE DATE-NUM TO IDLE-FROM.

            MOVE "A" TO SEGL-LOG.
            MOVE 0 TO SEGL-DAYS.
            MOVE IDLE-FROM TO SEGL-FROM.
            MOVE RPT-DATE TO SEGL-TO.
            PERFORM 1660-SEGLIST THRU 1660-EXIT.
            PERFORM 4510-AUDSEG
                    VARYING SEGL-IDX FROM 1 BY 1
                    UNTIL SEGL-IDX > SEGL-CNT.

            MOVE SPACES TO AUDIT-FILE-STAT.
            OPEN INPUT AUDIT-LOG-FILE.
            IF AUDIT-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN AUDITLOG, STATUS "
                        AUDIT-FILE-STAT
            ELSE
                PERFORM TEST BEFORE UNTIL AUDIT-EOF
                    READ AUDIT-LOG-FILE
                        AT END
                            MOVE "10" TO AUDIT-FILE-STAT
                        NOT AT END
                            PERFORM 4550-AUDONE THRU 4550-EXIT
                    END-READ
                END-PERFORM
                CLOSE AUDIT-LOG-FILE
            END-IF.

        4510-AUDSEG.
            PERFORM 1665-SEGPOINT.
            MOVE SPACES TO AUDIT-FILE-STAT.
            OPEN INPUT AUDIT-LOG-FILE.
            PERFORM 1670-SEGBACK.
            IF AUDIT-FILE-STAT NOT = "00"
                DISPLAY "LOG SEGMENT NOT FOUND : "
                        FUNCTION TRIM(SEGL-NAME(SEGL-IDX))
            ELSE
                PERFORM TEST BEFORE UNTIL AUDIT-EOF
                    READ AUDIT-LOG-FILE
                        AT END
                            MOVE "10" TO AUDIT-FILE-STAT
                        NOT AT END
                            PERFORM 4550-AUDONE THRU 4550-EXIT
                    END-READ
                END-PERFORM
                CLOSE AUDIT-LOG-FILE
            END-IF.

        4550-AUDONE.
            IF AUDIT-REC = SPACES
            OR AUDIT-DATE < IDLE-FROM
            OR AUDIT-DATE > RPT-DATE
            OR AUDIT-QUE(1:1) = "("
                GO TO 4550-EXIT
            END-IF.

      * 送收動作分類同 MWFLOWRPT
            EVALUATE AUDIT-ACTION
                WHEN "SEND    "
                WHEN "CAST    "
                WHEN "SPOOL   "
                WHEN "TIMER   "
                WHEN "LOAD    "
                WHEN "FEED    "
                WHEN "REPLAY  "
                    MOVE AUDIT-QUE TO LOOK-QUE
                    MOVE SPACES TO LOOK-TYPE
                    PERFORM 4950-QFIND
                    IF Q-HIT > 0
                        PERFORM 4560-LASTACT
                        IF AUDIT-DATE = RPT-DATE
                            COMPUTE Q-SENT(Q-HIT) = Q-SENT(Q-HIT)
                                    + FUNCTION NUMVAL(AUDIT-CNT)
                        END-IF
                    END-IF
                WHEN "RECV    "
                WHEN "SINK    "
                WHEN "MOVE    "
                WHEN "PURGE   "
                WHEN "EXPIRE  "
                WHEN "ROUTE   "
                WHEN "TEE     "
                WHEN "WORK    "
                WHEN "EXTRACT "
                    MOVE AUDIT-QUE TO LOOK-QUE
                    MOVE SPACES TO LOOK-TYPE
                    PERFORM 4950-QFIND
                    IF Q-HIT > 0
                        PERFORM 4560-LASTACT
                        IF AUDIT-DATE = RPT-DATE
                            COMPUTE Q-RECV(Q-HIT) = Q-RECV(Q-HIT)
                                    + FUNCTION NUMVAL(AUDIT-CNT)
                        END-IF
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

        4550-EXIT.
            CONTINUE.

        4560-LASTACT.
            MOVE AUDIT-DATE TO DATE-NUM.
            COMPUTE WORK-INT = FUNCTION INTEGER-OF-DATE(DATE-NUM).
            IF WORK-INT > Q-LASTACT(Q-HIT)
                MOVE WORK-INT TO Q-LASTACT(Q-HIT)
            END-IF.

      *-----------------------------------------------------------
      * 事故日誌：當日該 QUE 筆數(維護窗口內 M 不計)
      *-----------------------------------------------------------
        4600-INCSCAN.
            MOVE "I" TO SEGL-LOG.
            MOVE 0 TO SEGL-DAYS.
            MOVE RPT-DATE TO SEGL-FROM.
            MOVE RPT-DATE TO SEGL-TO.
            PERFORM 1660-SEGLIST THRU 1660-EXIT.
            PERFORM 4610-INCSEG
                    VARYING SEGL-IDX FROM 1 BY 1
                    UNTIL SEGL-IDX > SEGL-CNT.

            MOVE SPACES TO INCLOG-FILE-STAT.
            OPEN INPUT INCIDENT-LOG-FILE.
            IF INCLOG-FILE-STAT = "00"
                PERFORM TEST BEFORE UNTIL INCLOG-EOF
                    READ INCIDENT-LOG-FILE
                        AT END
                            MOVE "10" TO INCLOG-FILE-STAT
                        NOT AT END
                            PERFORM 4650-INCONE
                    END-READ
                END-PERFORM
                CLOSE INCIDENT-LOG-FILE
            END-IF.

        4610-INCSEG.
            PERFORM 1665-SEGPOINT.
            MOVE SPACES TO INCLOG-FILE-STAT.
            OPEN INPUT INCIDENT-LOG-FILE.
            PERFORM 1670-SEGBACK.
            IF INCLOG-FILE-STAT NOT = "00"
                DISPLAY "LOG SEGMENT NOT FOUND : "
                        FUNCTION TRIM(SEGL-NAME(SEGL-IDX))
            ELSE
                PERFORM TEST BEFORE UNTIL INCLOG-EOF
                    READ INCIDENT-LOG-FILE
                        AT END
                            MOVE "10" TO INCLOG-FILE-STAT
                        NOT AT END
                            PERFORM 4650-INCONE
                    END-READ
                END-PERFORM
                CLOSE INCIDENT-LOG-FILE
            END-IF.

        4650-INCONE.
            IF INCLOG-DATE = RPT-DATE
            AND INCLOG-QUE NOT = SPACES
            AND NOT INCLOG-IS-MAINT
                MOVE INCLOG-QUE TO LOOK-QUE
                MOVE SPACES TO LOOK-TYPE
                PERFORM 4950-QFIND
                IF Q-HIT > 0
                    ADD 1 TO Q-INC(Q-HIT)
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 消費者心跳檔：該 QUE 最後心跳時點(日整數*1440+分)
      *-----------------------------------------------------------
        4700-HBSCAN.
            MOVE SPACES TO HB-FILE-STAT.
            OPEN INPUT HEARTBEAT-FILE.
            IF HB-FILE-STAT NOT = "00"
                GO TO 4700-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL HB-EOF
                READ HEARTBEAT-FILE
                    AT END
                        MOVE "10" TO HB-FILE-STAT
                    NOT AT END
                        IF HB-R-DATE IS NUMERIC
                        AND HB-R-DATE <= RPT-DATE
                            PERFORM 4750-HBONE
                        END-IF
                END-READ
            END-PERFORM.

            CLOSE HEARTBEAT-FILE.

        4700-EXIT.
            CONTINUE.

        4750-HBONE.
            MOVE HB-R-QUE TO LOOK-QUE.
            MOVE HB-R-TYPE TO LOOK-TYPE.
            PERFORM 4950-QFIND.
            IF Q-HIT > 0
                MOVE HB-R-DATE TO DATE-NUM
                COMPUTE HB-MINUTES =
                        FUNCTION INTEGER-OF-DATE(DATE-NUM) * 1440
                        + FUNCTION NUMVAL(HB-R-TIME(1:2)) * 60
                        + FUNCTION NUMVAL(HB-R-TIME(3:2))
                IF HB-MINUTES > Q-HBLAST(Q-HIT)
                    MOVE HB-MINUTES TO Q-HBLAST(Q-HIT)
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 死信檔：當日寄存該 QUE 筆數
      *-----------------------------------------------------------
        4800-DLQSCAN.
            PERFORM 1962-DLQOPEN.
            IF DLQ-FILE-STAT NOT = "00"
                GO TO 4800-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL DLQ-EOF
                READ DEAD-LETTER-FILE
                    AT END
                        MOVE "10" TO DLQ-FILE-STAT
                    NOT AT END
                        IF DLQ-DATE = RPT-DATE
                            MOVE DLQ-QUE TO LOOK-QUE
                            MOVE DLQ-TYPE TO LOOK-TYPE
                            PERFORM 4950-QFIND
                            IF Q-HIT > 0
                                ADD 1 TO Q-DLQ(Q-HIT)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

            PERFORM 1963-DLQCLOSE.

        4800-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 健康分數歷史：評分日前 7 至 13 天內最近一日為上週分數
      *-----------------------------------------------------------
        4900-PREVLOAD.
            COMPUTE WORK-INT = RPT-INT - 13.
            COMPUTE DATE-NUM = FUNCTION DATE-OF-INTEGER(WORK-INT).
            MOVE DATE-NUM TO PREV-FROM.
            COMPUTE WORK-INT = RPT-INT - 7.
            COMPUTE DATE-NUM = FUNCTION DATE-OF-INTEGER(WORK-INT).
            MOVE DATE-NUM TO PREV-TO.

            MOVE SPACES TO SCORE-FILE-STAT.
            OPEN INPUT HLT-SCORE-FILE.
            IF SCORE-FILE-STAT NOT = "00"
                GO TO 4900-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL SCORE-EOF
                READ HLT-SCORE-FILE
                    AT END
                        MOVE "10" TO SCORE-FILE-STAT
                    NOT AT END
                        IF SC-DATE >= PREV-FROM
                        AND SC-DATE <= PREV-TO
                        AND SC-SCORE IS NUMERIC
                            MOVE SC-QUE TO LOOK-QUE
                            MOVE SC-TYPE TO LOOK-TYPE
                            PERFORM 4950-QFIND
                            IF Q-HIT > 0
                            AND SC-DATE >= Q-PREVD(Q-HIT)
                                MOVE SC-DATE TO Q-PREVD(Q-HIT)
                                MOVE SC-SCORE TO Q-PREV(Q-HIT)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

            CLOSE HLT-SCORE-FILE.

        4900-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 依 QUE NAME(+TYPE，空白不比)找 QUE 表位置
      *-----------------------------------------------------------
        4950-QFIND.
            MOVE 0 TO Q-HIT.
            PERFORM VARYING QX FROM 1 BY 1
                    UNTIL QX > Q-CNT OR Q-HIT > 0
                IF Q-NAME(QX) = LOOK-QUE
                AND (LOOK-TYPE = SPACES OR Q-TYPE(QX) = LOOK-TYPE)
                    MOVE QX TO Q-HIT
                END-IF
            END-PERFORM.

      *-----------------------------------------------------------
      * 一個 QUE：七項原始值 -> 扣分 -> 加權分數與扣分原因
      *-----------------------------------------------------------
        5000-SCOREONE.
            MOVE Q-PEAK(QX) TO Q-VAL(QX, 1).

            MOVE 0 TO Q-VAL(QX, 2).
            IF Q-SLADEP(QX) = "Y"
                ADD 1 TO Q-VAL(QX, 2)
            END-IF.
            IF Q-SLARTT(QX) = "Y"
                ADD 1 TO Q-VAL(QX, 2)
            END-IF.
            IF Q-SLADRN(QX) = "Y"
                ADD 1 TO Q-VAL(QX, 2)
            END-IF.

            MOVE Q-INC(QX) TO Q-VAL(QX, 3).

      * 回溯期內查無送收即以回溯天數(IDLE 上限)計
            IF Q-LASTACT(QX) = 0
                MOVE DM-LIMIT(4) TO Q-VAL(QX, 4)
            ELSE
                COMPUTE Q-VAL(QX, 4) = RPT-INT - Q-LASTACT(QX)
            END-IF.

      * 心跳靜默：評分日為今日算到現在，過去日期算到當日結束
            MOVE 0 TO Q-VAL(QX, 5).
            IF Q-HBLAST(QX) > 0
                IF RPT-DATE = TODAY-DATE
                    COMPUTE REF-MINUTES = RPT-INT * 1440
                            + FUNCTION NUMVAL(NOW-TIME(1:2)) * 60
                            + FUNCTION NUMVAL(NOW-TIME(3:2))
                ELSE
                    COMPUTE REF-MINUTES = (RPT-INT + 1) * 1440
                END-IF
                COMPUTE Q-VAL(QX, 5) = REF-MINUTES - Q-HBLAST(QX)
                IF Q-VAL(QX, 5) < 0
                    MOVE 0 TO Q-VAL(QX, 5)
                END-IF
            END-IF.

            MOVE 0 TO Q-VAL(QX, 6).
            IF Q-HIST(QX) = "Y"
                COMPUTE Q-VAL(QX, 6) = Q-STARTD(QX) + Q-SENT(QX)
                        - Q-RECV(QX) - Q-ENDD(QX)
                IF Q-VAL(QX, 6) < 0
                    COMPUTE Q-VAL(QX, 6) = 0 - Q-VAL(QX, 6)
                END-IF
            END-IF.

            MOVE Q-DLQ(QX) TO Q-VAL(QX, 7).

            MOVE 0 TO SUM-WORK.
            MOVE SPACES TO Q-REASON(QX).
            MOVE 1 TO RSN-PTR.
            PERFORM 5100-PENONE
                    VARYING DX FROM 1 BY 1 UNTIL DX > DIM-CNT.

            IF W-SUM > 0
                COMPUTE Q-SCORE(QX) ROUNDED =
                        100 - SUM-WORK / W-SUM
            ELSE
                MOVE 100 TO Q-SCORE(QX)
            END-IF.
            IF Q-SCORE(QX) < MIN-SCORE
                ADD 1 TO LOW-CNT
            END-IF.

      * 一項扣分：FLOOR 以下 0、LIMIT 以上 100、其間等比
        5100-PENONE.
            MOVE 0 TO PEN-WORK.
            IF Q-VAL(QX, DX) > DM-FLOOR(DX)
                IF DM-LIMIT(DX) <= DM-FLOOR(DX)
                    MOVE 100 TO PEN-WORK
                ELSE
                    COMPUTE PEN-WORK =
                            (Q-VAL(QX, DX) - DM-FLOOR(DX)) * 100
                            / (DM-LIMIT(DX) - DM-FLOOR(DX))
                END-IF
            END-IF.
            IF PEN-WORK > 100
                MOVE 100 TO PEN-WORK
            END-IF.
            MOVE PEN-WORK TO Q-PEN(QX, DX).

            IF PEN-WORK > 0 AND DM-WEIGHT(DX) > 0
                COMPUTE SUM-WORK = SUM-WORK
                        + PEN-WORK * DM-WEIGHT(DX)
                MOVE Q-VAL(QX, DX) TO VAL-DISP
                STRING FUNCTION TRIM(DM-CODE(DX)) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(VAL-DISP) DELIMITED BY SIZE
                       DM-UNIT(DX) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                    INTO Q-REASON(QX) POINTER RSN-PTR
                END-STRING
            END-IF.

      *-----------------------------------------------------------
      * 分數由低到高排序(同分依 QUE NAME)
      *-----------------------------------------------------------
        5500-SORT.
            PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > Q-CNT
                MOVE OX TO ORD-ENT(OX)
            END-PERFORM.

            PERFORM VARYING OX FROM 1 BY 1 UNTIL OX >= Q-CNT
                MOVE OX TO O-MIN
                PERFORM VARYING OY FROM OX BY 1 UNTIL OY > Q-CNT
                    IF Q-SCORE(ORD-ENT(OY)) < Q-SCORE(ORD-ENT(O-MIN))
                    OR (Q-SCORE(ORD-ENT(OY)) = Q-SCORE(ORD-ENT(O-MIN))
                        AND Q-NAME(ORD-ENT(OY))
                            < Q-NAME(ORD-ENT(O-MIN)))
                        MOVE OY TO O-MIN
                    END-IF
                END-PERFORM
                IF O-MIN NOT = OX
                    MOVE ORD-ENT(OX) TO O-SWAP
                    MOVE ORD-ENT(O-MIN) TO ORD-ENT(OX)
                    MOVE O-SWAP TO ORD-ENT(O-MIN)
                END-IF
            END-PERFORM.

      *-----------------------------------------------------------
      * 報表：權重、最差 10 名、全部 QUE 週對週、團隊週對週
      *-----------------------------------------------------------
        7000-REPORT.
            MOVE SPACES TO RPT-REC.
            MOVE Q-CNT TO CNT-DISP.
            STRING "MWHEALTH - QUE HEALTH SCORE " DELIMITED BY SIZE
                   RPT-DATE DELIMITED BY SIZE
                   "  LIVE QUES " DELIMITED BY SIZE
                   FUNCTION TRIM(CNT-DISP) DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            MOVE SPACES TO WEIGHT-TXT.
            MOVE 1 TO WT-PTR.
            STRING "WEIGHTS :" DELIMITED BY SIZE
                INTO WEIGHT-TXT POINTER WT-PTR
            END-STRING.
            PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > DIM-CNT
                MOVE DM-WEIGHT(DX) TO WT-DISP
                STRING " " DELIMITED BY SIZE
                       FUNCTION TRIM(DM-CODE(DX)) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WT-DISP) DELIMITED BY SIZE
                    INTO WEIGHT-TXT POINTER WT-PTR
                END-STRING
            END-PERFORM.
            MOVE WEIGHT-TXT TO RPT-REC.
            PERFORM 7900-RPTWRITE.

            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE "10 WORST QUES" TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            STRING "RANK SCORE PREV MOVE TYPE  QUE" DELIMITED BY SIZE
                   "                              OWNER"
                   DELIMITED BY SIZE
                   "            REASONS" DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            PERFORM 7100-WORSTONE
                    VARYING OX FROM 1 BY 1
                    UNTIL OX > Q-CNT OR OX > 10.

      * 全部 QUE：只寫報表
            MOVE SPACE TO RPT-SHOW-SW.
            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE "ALL LIVE QUES, WEEK OVER WEEK" TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            STRING "     SCORE PREV MOVE TYPE  QUE" DELIMITED BY SIZE
                   "                              OWNER"
                   DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            PERFORM 7200-ALLONE
                    VARYING OX FROM 1 BY 1 UNTIL OX > Q-CNT.
            MOVE "Y" TO RPT-SHOW-SW.

            PERFORM 7300-TEAMSUM.

            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE LOW-CNT TO CNT-DISP.
            MOVE MIN-SCORE TO SCORE-DISP.
            STRING "QUES BELOW " DELIMITED BY SIZE
                   FUNCTION TRIM(SCORE-DISP) DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   FUNCTION TRIM(CNT-DISP) DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

        7100-WORSTONE.
            MOVE ORD-ENT(OX) TO QX.
            PERFORM 7150-MOVESET.
            MOVE OX TO RANK-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "  " RANK-DISP "  " SCORE-DISP "  " "   "
                   "  " MOVE-TXT " " Q-TYPE(QX) " " Q-NAME(QX)(1:32)
                   " " Q-OWNER(QX)(1:16) " "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(Q-REASON(QX)) DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            MOVE PREV-DISP TO RPT-REC(12:3).
            IF Q-PREV(QX) < 0
                MOVE "  -" TO RPT-REC(12:3)
            END-IF.
            PERFORM 7900-RPTWRITE.

      * 分數、上週分數與升降(上週無紀錄為 NEW)
        7150-MOVESET.
            MOVE Q-SCORE(QX) TO SCORE-DISP.
            MOVE 0 TO PREV-DISP.
            IF Q-PREV(QX) < 0
                MOVE " NEW" TO MOVE-TXT
            ELSE
                MOVE Q-PREV(QX) TO PREV-DISP
                COMPUTE WORK-MOVE = Q-SCORE(QX) - Q-PREV(QX)
                MOVE WORK-MOVE TO MOVE-DISP
                MOVE MOVE-DISP TO MOVE-TXT
                IF WORK-MOVE = 0
                    MOVE "   0" TO MOVE-TXT
                END-IF
            END-IF.

        7200-ALLONE.
            MOVE ORD-ENT(OX) TO QX.
            PERFORM 7150-MOVESET.
            MOVE SPACES TO RPT-REC.
            STRING "      " SCORE-DISP "  " "   " "  " MOVE-TXT " "
                   Q-TYPE(QX) " " Q-NAME(QX)(1:32) " "
                   Q-OWNER(QX)(1:16)
                   DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            MOVE PREV-DISP TO RPT-REC(12:3).
            IF Q-PREV(QX) < 0
                MOVE "  -" TO RPT-REC(12:3)
            END-IF.
            PERFORM 7900-RPTWRITE.

      *-----------------------------------------------------------
      * 責任團隊：平均分數與上週平均(僅計有上週分數之 QUE)
      *-----------------------------------------------------------
        7300-TEAMSUM.
            MOVE 0 TO TM-CNT-ALL.
            PERFORM 7350-TEAMADD
                    VARYING QX FROM 1 BY 1 UNTIL QX > Q-CNT.

            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE "OWNER TEAMS, WEEK OVER WEEK" TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            STRING "TEAM                             " DELIMITED BY SIZE
                   "  QUES  AVG PREV  MOVE" DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            PERFORM 7380-TEAMONE
                    VARYING TX FROM 1 BY 1 UNTIL TX > TM-CNT-ALL.

        7350-TEAMADD.
            MOVE Q-OWNER(QX) TO TM-KEY.
            IF TM-KEY = SPACES
                MOVE "(UNOWNED)" TO TM-KEY
            END-IF.
            MOVE 0 TO TM-HIT.
            PERFORM VARYING TX FROM 1 BY 1
                    UNTIL TX > TM-CNT-ALL OR TM-HIT > 0
                IF TM-NAME(TX) = TM-KEY
                    MOVE TX TO TM-HIT
                END-IF
            END-PERFORM.
      * 團隊表滿：其餘團隊併入最後一格
            IF TM-HIT = 0 AND TM-CNT-ALL >= 200
                MOVE 200 TO TM-HIT
                MOVE "(OTHERS)" TO TM-NAME(TM-HIT)
            END-IF.
            IF TM-HIT = 0
                ADD 1 TO TM-CNT-ALL
                MOVE TM-CNT-ALL TO TM-HIT
                MOVE TM-KEY TO TM-NAME(TM-HIT)
                MOVE 0 TO TM-CNT(TM-HIT)
                MOVE 0 TO TM-SUM(TM-HIT)
                MOVE 0 TO TM-PCNT(TM-HIT)
                MOVE 0 TO TM-PSUM(TM-HIT)
            END-IF.
            ADD 1 TO TM-CNT(TM-HIT).
            ADD Q-SCORE(QX) TO TM-SUM(TM-HIT).
            IF Q-PREV(QX) >= 0
                ADD 1 TO TM-PCNT(TM-HIT)
                ADD Q-PREV(QX) TO TM-PSUM(TM-HIT)
            END-IF.

        7380-TEAMONE.
            COMPUTE TM-AVG ROUNDED = TM-SUM(TX) / TM-CNT(TX).
            MOVE TM-AVG TO SCORE-DISP.
            MOVE TM-CNT(TX) TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            IF TM-PCNT(TX) = 0
                STRING TM-NAME(TX) " " CNT-DISP "  " SCORE-DISP
                       "    -  NEW"
                       DELIMITED BY SIZE
                    INTO RPT-REC
                END-STRING
            ELSE
                COMPUTE TM-PAVG ROUNDED = TM-PSUM(TX) / TM-PCNT(TX)
                MOVE TM-PAVG TO PREV-DISP
                COMPUTE WORK-MOVE = TM-AVG - TM-PAVG
                MOVE WORK-MOVE TO MOVE-DISP
                MOVE MOVE-DISP TO MOVE-TXT
                IF WORK-MOVE = 0
                    MOVE "   0" TO MOVE-TXT
                END-IF
                STRING TM-NAME(TX) " " CNT-DISP "  " SCORE-DISP
                       "  " PREV-DISP "  " MOVE-TXT
                       DELIMITED BY SIZE
                    INTO RPT-REC
                END-STRING
            END-IF.
            PERFORM 7900-RPTWRITE.

      *-----------------------------------------------------------
      * 當日分數附加至健康分數歷史檔
      *-----------------------------------------------------------
        6900-SCORESAVE.
            OPEN EXTEND HLT-SCORE-FILE.
            IF SCORE-FILE-STAT = "35"
                OPEN OUTPUT HLT-SCORE-FILE
            END-IF.
            IF SCORE-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN MWHLTHHIST, STATUS "
                        SCORE-FILE-STAT
                GO TO 6900-EXIT
            END-IF.

            PERFORM VARYING QX FROM 1 BY 1 UNTIL QX > Q-CNT
                MOVE SPACES TO SCORE-REC
                MOVE RPT-DATE TO SC-DATE
                MOVE Q-TYPE(QX) TO SC-TYPE
                MOVE Q-NAME(QX) TO SC-QUE
                MOVE Q-OWNER(QX) TO SC-OWNER
                MOVE Q-SCORE(QX) TO SC-SCORE
                WRITE SCORE-REC
            END-PERFORM.

            CLOSE HLT-SCORE-FILE.

        6900-EXIT.
            CONTINUE.

        7900-RPTWRITE.
            WRITE RPT-REC.
            IF RPT-SHOW
                DISPLAY RPT-REC(1:120)
            END-IF.

        COPY "DLQPD.DEF".

        COPY "SEGPD.DEF".

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
            MOVE "MWHEALTH"      TO INCLOG-PGM.
            MOVE RET-CODE        TO INCLOG-CODE.
            MOVE ERR-TXT(1:ERR-LEN) TO INCLOG-MSG.
            MOVE SPACES TO INCLOG-QUE.
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
      * 選擇性參數 : -date yyyymmdd , -p weight_file , -h hist_file ,
      *              -ph probe_hist , -o report_file , -nosave
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                    INTO PARAM
                    POINTER STRING-PTR
                    ON OVERFLOW
                        IF STRING-PTR > PARAM-LIST-SIZE THEN
                            MOVE "Y" TO PARAM-FLAG
                            EVALUATE PARAM-PREV
                                WHEN SPACES
                                    CONTINUE
                                WHEN OTHER
                                    PERFORM 2600-PARAMVAL
                            END-EVALUATE
                        ELSE
                            PERFORM 2500-SETPARAM
                        END-IF
                END-UNSTRING
            END-PERFORM.

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"      MOVE "Y" TO QUIET-SW
                WHEN "--batch" MOVE "Y" TO QUIET-SW
                WHEN "-nosave" MOVE "Y" TO NOSAVE-SW
                WHEN "-date"   MOVE PARAM TO PARAM-PREV
                WHEN "-p"      MOVE PARAM TO PARAM-PREV
                WHEN "-h"      MOVE PARAM TO PARAM-PREV
                WHEN "-ph"     MOVE PARAM TO PARAM-PREV
                WHEN "-o"      MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    PERFORM 2600-PARAMVAL
                    MOVE SPACES TO PARAM-PREV
            END-EVALUATE.

        2600-PARAMVAL.
            EVALUATE PARAM-PREV
                WHEN "-date"
                    MOVE PARAM TO RPT-DATE
                WHEN "-p"
                    MOVE PARAM TO PARM-FILE-NAME
                WHEN "-h"
                    MOVE PARAM TO HIST-FILE-NAME
                WHEN "-ph"
                    MOVE PARAM TO PROBE-FILE-NAME
                WHEN "-o"
                    MOVE PARAM TO RPT-FILE-NAME
                WHEN OTHER
                    GO TO 3000-PERR
            END-EVALUATE.

        3000-PERR.
            DISPLAY "INVALID PARAMETER".
            DISPLAY " ".

            DISPLAY "MWHEALTH - Que Health Score / Worst Ques".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWHEALTH [options]".
            DISPLAY " ".
            DISPLAY "  weight_file, one line per dimension:".
            DISPLAY "    DIM|WEIGHT|FLOOR|LIMIT   DIM = DEPTH/SLA/".
            DISPLAY "                             INC/IDLE/HB/FLOW/DLQ".
            DISPLAY "    MINSCORE|n               Warn Below n".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  [-date yyyymmdd]   Scoring Date(Default Today)".
            DISPLAY "  [-p weight_file]   Weights(Default MWHLTHDEF)".
            DISPLAY "  [-h hist_file]     MWDASH Depth History".
            DISPLAY "                     (Default MWDASHHIST)".
            DISPLAY "  [-ph probe_hist]   MWPROBE History".
            DISPLAY "                     (Default MWPROBEHIST)".
            DISPLAY "  [-o report_file]   Report(Default MWHEALTHOUT)".
            DISPLAY "  [-nosave]          Do Not Append MWHLTHHIST".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWHEALTH.
