      */--------------------------------------------------------------
      * MWSIEM.CBL
      * 安全事件轉送企業 SIEM(操作軌跡/事故日誌/事故認可)
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. 資安維運過去每月只拿到 MWAUDRPT 報表；本程式常駐輪詢
      *    AUDITLOG/INCIDENTLOG/INCACKLOG，每筆新紀錄即時以
      *    syslog(預設 logger 指令)送出：
      *    - -fmt cef(預設)：CEF:0 標頭 + 擴充欄位；-fmt kv：
      *      key=value 一行
      *    - 每筆帶 主機/操作者/程式/動作/QUE/嚴重度/時間，及唯一
      *      事件編號(externalId/id = 日誌.段序.筆序)供 SIEM 去重
      *    - 嚴重度：事故依 INCLOG-SEV(E/W/M)，操作軌跡與認可為 I；
      *      syslog 層級 E=err W=warning 其餘 notice
      * 2. 游標檢查點(-ckpt，預設 MWSIEM.CKP)：每送出一筆即回寫，
      *    重啟自游標續送，不漏送也不重送；檢查點檔存在卻讀不出
      *    即拒絕啟動(須 -reset 明確重置)，不默默跳號
      * 3. 日誌經 MWLOGROT 封段時，依月段索引(.SEG)先把游標所在
      *    段的剩餘紀錄送完，再接續新段與現行日誌；現行日誌比游標
      *    短而索引未增段(已換名、索引尚未附加)即暫停該日誌，逾
      *    5 分鐘仍未增段才視為截斷，游標退回檔尾
      * 4. 首次啟動(無檢查點)或 -reset：游標定位於現行日誌尾端，
      *    只送之後的新紀錄；加 -all 則自現行日誌首筆送起
      * 5. 送出失敗(指令 RC 非 0)即暫停本輪、游標不動，下輪重送；
      *    由通轉斷記一筆事故，恢復時顯示
      * 6. 納入常駐服務控制(SVCPD，服務名 MWSIEM)：每輪將累計轉送
      *    筆數、積壓筆數、轉送延遲(最舊未送紀錄距今秒數)寫入
      *    SVC-INFO，MWSVC 列示時顯示
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式
      * 2026-10-15 ARIEN
      *     現行日誌比游標短而段索引未增段(MWLOGROT 換名後索引附加前)先暫停
      *     不再立即退游標，避免索引附加後已封段紀錄重送或漏送；逾時才退回
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWSIEM.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * 游標檢查點
            SELECT SIEM-CKPT-FILE ASSIGN TO CKPT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CKPT-FILE-STAT.
      * 主機名暫存檔(環境變數 HOSTNAME 未設時以 uname -n 取得)
            SELECT SIEM-HOST-FILE ASSIGN TO "MWSIEM.HST"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS HOST-FILE-STAT.
            COPY "ACKSL.DEF".
            COPY "AUDITSL.DEF".
            COPY "INCLOGSL.DEF".
            COPY "SEGSL.DEF".
            COPY "SVCSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        FD  SIEM-CKPT-FILE.
        01  CKPT-REC.
            05  CKPT-TAG            PIC X(6).
            05  FILLER              PIC X.
            05  CKPT-ENT OCCURS 3 TIMES.
                10  CKPT-SEGS       PIC 9(9).
                10  FILLER          PIC X.
                10  CKPT-POS        PIC 9(9).
                10  FILLER          PIC X.
            05  CKPT-DATE           PIC X(8).
            05  FILLER              PIC X.
            05  CKPT-TIME           PIC X(8).

        FD  SIEM-HOST-FILE.
        01  HOST-REC                PIC X(64).
        COPY "ACKFD.DEF".
        COPY "AUDITFD.DEF".
        COPY "INCLOGFD.DEF".
        COPY "SEGFD.DEF".
        COPY "SVCFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "SVCWS.DEF".
        COPY "CHNWS.DEF".
        COPY "ACKWS.DEF".
        COPY "SEGWS.DEF".

        77  AUDIT-FILE-STAT     PIC XX.
        77  INCLOG-FILE-STAT    PIC XX.
        77  CKPT-FILE-STAT      PIC XX.
        77  HOST-FILE-STAT      PIC XX.
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

      * 轉送設定
        77  FMT-MODE            PIC X(3) VALUE "cef".
            88 FMT-CEF          VALUE "cef" "CEF".
            88 FMT-KV           VALUE "kv " "KV ".
        01  LOGGER-CMD          PIC X(80) VALUE "logger".
        01  SYSLOG-FAC          PIC X(16) VALUE "authpriv".
        01  SYSLOG-SERVER       PIC X(64) VALUE SPACES.
        01  SYSLOG-PORT         PIC X(6) VALUE SPACES.
        01  CKPT-FILE-NAME      PIC X(64) VALUE "MWSIEM.CKP".
        01  HOST-NAME           PIC X(64) VALUE SPACES.
        77  ALL-SW              PIC X VALUE SPACE.
            88 ALL-ON           VALUE 'Y'.
        77  RESET-SW            PIC X VALUE SPACE.
            88 RESET-ON         VALUE 'Y'.

        77  INTERVAL-SEC        SIGNED-INT VALUE 10.
        77  INTERVAL-USEC       SIGNED-LONG VALUE 0.
        77  CYCLE-MAX           SIGNED-INT VALUE 0.
        77  CYCLE-CNT           SIGNED-INT VALUE 0.
        77  WATCH-DONE-SW       PIC X VALUE SPACE.
            88 WATCH-DONE       VALUE 'Y'.

      * 游標：1 = AUDITLOG，2 = INCIDENTLOG，3 = INCACKLOG；
      * (段序, 筆序) = 已送到「當時已封 段序 段」時的現行日誌第
      * 筆序 筆
        01  CK-TAB.
            05  CK-ENT OCCURS 3 TIMES.
                10  CK-SEGS     SIGNED-LONG.
                10  CK-POS      SIGNED-LONG.
      * 現行日誌比游標短的首見秒數(0 = 未變短)與等待索引增段上限
        01  SHRINK-TAB.
            05  SHRINK-SEC      SIGNED-LONG OCCURS 3 TIMES VALUE 0.
        77  SHRINK-WAIT         SIGNED-LONG VALUE 300.
        77  LX                  SIGNED-INT VALUE 0.
        77  CX                  SIGNED-INT VALUE 0.
        01  LOG-TAGS            PIC X(3) VALUE "AIK".
        77  SEG-TOTAL           SIGNED-LONG VALUE 0.
        77  SEG-NO              SIGNED-LONG VALUE 0.
        77  SEG-SKIP            SIGNED-LONG VALUE 0.
        77  READ-POS            SIGNED-LONG VALUE 0.
        77  LOG-STAT            PIC XX.
        77  LOG-EOF-SW          PIC X VALUE SPACE.
            88 LOG-EOF          VALUE 'Y'.
      * 本輪本日誌暫停轉送(段檔讀不到/前段未送完)，只計積壓
        77  LOG-HOLD-SW         PIC X VALUE SPACE.
            88 LOG-HOLD         VALUE 'Y'.
      * 本輪送出失敗，之後各筆只計積壓
        77  SEND-FAIL-SW        PIC X VALUE SPACE.
            88 SEND-FAIL        VALUE 'Y'.
      * 送出通道狀態(由通轉斷才記事故)
        77  LINK-DOWN-SW        PIC X VALUE SPACE.
            88 LINK-DOWN        VALUE 'Y'.
        77  LINK-INC-SW         PIC X VALUE SPACE.
            88 LINK-INC-DUE     VALUE 'Y'.
        77  CKPT-BAD-SW         PIC X VALUE SPACE.
            88 CKPT-BAD         VALUE 'Y'.
        77  EV-SENT-SW          PIC X VALUE SPACE.
            88 EV-SENT          VALUE 'Y'.

      * 統計
        77  FWD-TOTAL           SIGNED-LONG VALUE 0.
        77  CYC-FWD             SIGNED-LONG VALUE 0.
        77  BACKLOG-CNT         SIGNED-LONG VALUE 0.
        77  OLDEST-SEC          SIGNED-LONG VALUE 0.
        77  LAG-SEC             SIGNED-LONG VALUE 0.
        77  NOW-SEC             SIGNED-LONG VALUE 0.
        77  NOW-DATE            PIC X(8).
        77  NOW-TIME            PIC X(8).
        77  LAST-DATE           PIC X(8) VALUE "-".
        77  LAST-TIME           PIC X(8) VALUE SPACES.
        77  CNT-DISP            PIC -(9)9.
        77  CNT-DISP2           PIC -(9)9.
        77  CNT-DISP3           PIC -(9)9.

      * 正規化後的一筆事件
        01  EV-SRC              PIC X(8).
        01  EV-DATE             PIC X(8).
        01  EV-TIME             PIC X(8).
        01  EV-OPER             PIC X(32).
        01  EV-PGM              PIC X(8).
        01  EV-ACTION           PIC X(8).
        01  EV-QUE              PIC X(64).
        01  EV-SEV              PIC X.
        01  EV-CNT              PIC X(10).
        01  EV-CODE             PIC X(10).
        01  EV-CHGNO            PIC X(16).
        01  EV-MSG              PIC X(80).
        01  EV-HOST             PIC X(64).
        01  EV-ID               PIC X(32).
        77  EV-SEC              SIGNED-LONG VALUE 0.
        77  EV-DNUM             PIC 9(8).
        01  EV-TNUM.
            05  EV-HH           PIC 99.
            05  EV-MI           PIC 99.
            05  EV-SS           PIC 99.
            05  FILLER          PIC 99.

      * 訊息組裝
        01  MSG-LINE            PIC X(700).
        77  MSG-PTR             SIGNED-INT VALUE 1.
        01  SEND-CMD            PIC X(900).
        77  SEND-RC             SIGNED-INT VALUE 0.
        77  CEF-SEV             PIC X(2).
        77  SYSLOG-LVL          PIC X(8).
        01  ESC-IN              PIC X(80).
        77  ESC-LEN             SIGNED-INT VALUE 0.
        77  ESC-IDX             SIGNED-INT VALUE 0.
        77  ESC-CH              PIC X.
        01  RT-TXT              PIC X(20).
        01  MON-NAMES           PIC X(36)
                VALUE "JanFebMarAprMayJunJulAugSepOctNovDec".
        77  MON-NUM             PIC 99.
        01  ID-N1               PIC Z(8)9.
        01  ID-N2               PIC Z(8)9.
        01  HOST-CMD            PIC X(80) VALUE SPACES.

        PROCEDURE               DIVISION.
        MAIN-RTN                SECTION.
        0000-BEGIN.

            PERFORM 2000-PARAM.

      * 單一實例鎖：已有實例即拒絕啟動
            MOVE "MWSIEM" TO SVC-NAME.
            PERFORM 1500-SVCSTART THRU 1500-EXIT.
            IF SVC-DUP
                DISPLAY "ANOTHER INSTANCE HOLDS "
                        SVC-LOCK-NAME(1:20) " - START REFUSED"
                DISPLAY "(USE MWSVC -clear IF IT IS A STALE LOCK)"
                MOVE MWRC-DENY TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

            PERFORM 4800-HOSTNAME.

            PERFORM 4000-CKPTREAD THRU 4000-EXIT.
            IF CKPT-BAD
                MOVE MWRC-FILE TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

            COMPUTE INTERVAL-USEC = INTERVAL-SEC * 1000000.

            PERFORM TEST BEFORE UNTIL WATCH-DONE
                PERFORM 5000-CYCLE THRU 5000-EXIT
                PERFORM 5900-CYCLECHK
            END-PERFORM.

            DISPLAY "-----------------------------------------------".
            MOVE FWD-TOTAL TO CNT-DISP.
            DISPLAY "EVENTS FORWARDED : " CNT-DISP.
            MOVE BACKLOG-CNT TO CNT-DISP.
            DISPLAY "BACKLOG          : " CNT-DISP.
            MOVE LAG-SEC TO CNT-DISP.
            DISPLAY "LAG (SEC)        : " CNT-DISP.
            IF CKPT-BAD
                MOVE MWRC-FILE TO RETURN-CODE
            ELSE
                IF BACKLOG-CNT > 0
                    MOVE MWRC-WARN TO RETURN-CODE
                ELSE
                    MOVE MWRC-OK TO RETURN-CODE
                END-IF
            END-IF.

        0000-EXIT.
      * 釋放鎖檔會呼叫外部指令，先保留結束碼
            MOVE RETURN-CODE TO EXIT-CLASS.
            PERFORM 1590-SVCEND.
            MOVE EXIT-CLASS TO RETURN-CODE.
            IF NOT QUIET-ON
                DISPLAY "PRESS <ENTER> TO EXIT"
                ACCEPT OMITTED
            END-IF.
            STOP RUN.

      *-----------------------------------------------------------
      * 讀游標檢查點；不存在(首次)或 -reset 即定位於現行日誌尾端
      * (-all 則自首筆)；存在卻讀不出即拒絕啟動
      *-----------------------------------------------------------
        4000-CKPTREAD.
            IF RESET-ON
                DISPLAY "CHECKPOINT RESET REQUESTED"
                PERFORM 4100-CKPTINIT
                GO TO 4000-EXIT
            END-IF.

            MOVE SPACES TO CKPT-FILE-STAT.
            OPEN INPUT SIEM-CKPT-FILE.
            IF CKPT-FILE-STAT = "35"
                DISPLAY "NO CHECKPOINT - FIRST START"
                PERFORM 4100-CKPTINIT
                GO TO 4000-EXIT
            END-IF.
            IF CKPT-FILE-STAT NOT = "00"
                DISPLAY "CHECKPOINT OPEN FAILED, STATUS "
                        CKPT-FILE-STAT " : " CKPT-FILE-NAME(1:30)
                MOVE "Y" TO CKPT-BAD-SW
                GO TO 4000-EXIT
            END-IF.

            MOVE SPACES TO CKPT-REC.
            READ SIEM-CKPT-FILE
                AT END
                    MOVE SPACES TO CKPT-REC
            END-READ.
            CLOSE SIEM-CKPT-FILE.

            IF CKPT-TAG NOT = "MWSIEM"
            OR CKPT-SEGS(1) NOT NUMERIC OR CKPT-POS(1) NOT NUMERIC
            OR CKPT-SEGS(2) NOT NUMERIC OR CKPT-POS(2) NOT NUMERIC
            OR CKPT-SEGS(3) NOT NUMERIC OR CKPT-POS(3) NOT NUMERIC
                DISPLAY "CHECKPOINT UNREADABLE : "
                        CKPT-FILE-NAME(1:30)
                DISPLAY "START REFUSED - CHECK THE FILE OR RESTART"
                        " WITH -reset"
                MOVE "Y" TO CKPT-BAD-SW
                GO TO 4000-EXIT
            END-IF.

            PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > 3
                MOVE CKPT-SEGS(LX) TO CK-SEGS(LX)
                MOVE CKPT-POS(LX) TO CK-POS(LX)
            END-PERFORM.
            MOVE CK-POS(1) TO CNT-DISP.
            MOVE CK-POS(2) TO CNT-DISP2.
            MOVE CK-POS(3) TO CNT-DISP3.
            DISPLAY "RESUMING AT AUDIT" CNT-DISP " INCIDENT" CNT-DISP2
                    " ACK" CNT-DISP3.

        4000-EXIT.
            CONTINUE.

        4100-CKPTINIT.
            PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > 3
                PERFORM 4150-LOGEND
            END-PERFORM.
            IF ALL-ON
                DISPLAY "FORWARDING CURRENT LOGS FROM FIRST RECORD"
            ELSE
                DISPLAY "CURSOR SET AT END OF CURRENT LOGS"
            END-IF.
            PERFORM 4700-CKPTWRITE.

      * 段序取現有封段數；筆序取現行日誌筆數(-all 為 0)
        4150-LOGEND.
            MOVE 0 TO CK-SEGS(LX).
            MOVE 0 TO CK-POS(LX).
            IF LX < 3
                MOVE LOG-TAGS(LX:1) TO SEGL-LOG
                MOVE SPACES TO SEGL-FROM
                MOVE SPACES TO SEGL-TO
                MOVE 0 TO SEGL-DAYS
                PERFORM 1660-SEGLIST THRU 1660-EXIT
                MOVE SEGL-TOTAL TO CK-SEGS(LX)
            END-IF.
            IF NOT ALL-ON
                MOVE 0 TO READ-POS
                PERFORM 5400-LOGOPEN
                IF LOG-STAT = "00"
                    PERFORM 5410-LOGREAD
                    PERFORM TEST BEFORE UNTIL LOG-EOF
                        ADD 1 TO READ-POS
                        PERFORM 5410-LOGREAD
                    END-PERFORM
                    PERFORM 5420-LOGCLOSE
                END-IF
                MOVE READ-POS TO CK-POS(LX)
            END-IF.

      *-----------------------------------------------------------
      * 回寫游標檢查點(整檔重寫)；寫不出即停止轉送並收尾
      *-----------------------------------------------------------
        4700-CKPTWRITE.
            OPEN OUTPUT SIEM-CKPT-FILE.
            IF CKPT-FILE-STAT NOT = "00"
                DISPLAY "CHECKPOINT WRITE FAILED, STATUS "
                        CKPT-FILE-STAT " - FORWARDING STOPPED"
                MOVE "Y" TO CKPT-BAD-SW
                MOVE "Y" TO WATCH-DONE-SW
            ELSE
                MOVE SPACES TO CKPT-REC
                MOVE "MWSIEM" TO CKPT-TAG
                PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 3
                    MOVE CK-SEGS(CX) TO CKPT-SEGS(CX)
                    MOVE CK-POS(CX) TO CKPT-POS(CX)
                END-PERFORM
                ACCEPT CKPT-DATE FROM DATE YYYYMMDD
                ACCEPT CKPT-TIME FROM TIME
                WRITE CKPT-REC
                CLOSE SIEM-CKPT-FILE
            END-IF.

      * 本機主機名：環境變數 HOSTNAME，未設再以 uname -n 取得
        4800-HOSTNAME.
            DISPLAY "HOSTNAME" UPON ENVIRONMENT-NAME.
            ACCEPT HOST-NAME FROM ENVIRONMENT-VALUE.
            IF HOST-NAME = SPACES
                MOVE "uname -n > MWSIEM.HST" TO HOST-CMD
                CALL "SYSTEM" USING HOST-CMD
                OPEN INPUT SIEM-HOST-FILE
                IF HOST-FILE-STAT = "00"
                    READ SIEM-HOST-FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            MOVE HOST-REC TO HOST-NAME
                    END-READ
                    CLOSE SIEM-HOST-FILE
                END-IF
                MOVE "rm -f MWSIEM.HST" TO HOST-CMD
                CALL "SYSTEM" USING HOST-CMD
            END-IF.
            IF HOST-NAME = SPACES
                MOVE "localhost" TO HOST-NAME
            END-IF.

      *-----------------------------------------------------------
      * 一輪：三本日誌依序送出新紀錄，統計積壓與延遲寫入服務狀態
      *-----------------------------------------------------------
        5000-CYCLE.
            MOVE 0 TO CYC-FWD.
            MOVE 0 TO BACKLOG-CNT.
            MOVE 0 TO OLDEST-SEC.
            MOVE SPACE TO SEND-FAIL-SW.
            MOVE SPACE TO LINK-INC-SW.

            PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > 3
                PERFORM 5100-LOGSCAN THRU 5100-EXIT
            END-PERFORM.

      * 延遲 = 最舊未送紀錄距今秒數(無積壓為 0)
            ACCEPT NOW-DATE FROM DATE YYYYMMDD.
            ACCEPT NOW-TIME FROM TIME.
            MOVE NOW-DATE TO EV-DATE.
            MOVE NOW-TIME TO EV-TIME.
            PERFORM 5890-EVSEC.
            MOVE EV-SEC TO NOW-SEC.
            MOVE 0 TO LAG-SEC.
            IF BACKLOG-CNT > 0 AND OLDEST-SEC > 0
            AND NOW-SEC > OLDEST-SEC
                COMPUTE LAG-SEC = NOW-SEC - OLDEST-SEC
            END-IF.

      * 日誌檔讀完才記送出失敗事故(避免讀事故日誌時同時附加)
            IF LINK-INC-DUE
                MOVE -1 TO RET-CODE
                MOVE "SIEM FORWARD FAILED, EVENTS HELD" TO ERR-TXT
                MOVE LENGTH OF ERR-TXT TO ERR-LEN
                PERFORM 1900-INCLOG
            END-IF.

            MOVE FWD-TOTAL TO CNT-DISP.
            MOVE BACKLOG-CNT TO CNT-DISP2.
            MOVE LAG-SEC TO CNT-DISP3.
            MOVE SPACES TO SVC-INFO.
            STRING "FWD " DELIMITED BY SIZE
                   FUNCTION TRIM(CNT-DISP) DELIMITED BY SIZE
                   " BACKLOG " DELIMITED BY SIZE
                   FUNCTION TRIM(CNT-DISP2) DELIMITED BY SIZE
                   " LAG " DELIMITED BY SIZE
                   FUNCTION TRIM(CNT-DISP3) DELIMITED BY SIZE
                   "S LAST " DELIMITED BY SIZE
                   LAST-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LAST-TIME(1:6) DELIMITED BY SIZE
                INTO SVC-INFO
            END-STRING.
            IF LINK-DOWN
                STRING SVC-INFO(1:60) DELIMITED BY "  "
                       " LINK DOWN" DELIMITED BY SIZE
                    INTO SVC-INFO
                END-STRING
            END-IF.

            IF CYC-FWD > 0 OR BACKLOG-CNT > 0
                MOVE CYC-FWD TO CNT-DISP
                DISPLAY NOW-DATE " " NOW-TIME(1:6) " FORWARDED"
                        CNT-DISP " BACKLOG" CNT-DISP2
                        " LAG" CNT-DISP3 "S"
            END-IF.

        5000-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 一本日誌：先送游標所在及其後新封的段，再送現行日誌
      *-----------------------------------------------------------
        5100-LOGSCAN.
            MOVE SPACE TO LOG-HOLD-SW.
            MOVE 0 TO SEG-TOTAL.
            IF LX < 3
                MOVE LOG-TAGS(LX:1) TO SEGL-LOG
                MOVE SPACES TO SEGL-FROM
                MOVE SPACES TO SEGL-TO
                MOVE 0 TO SEGL-DAYS
                PERFORM 1660-SEGLIST THRU 1660-EXIT
                MOVE SEGL-TOTAL TO SEG-TOTAL
            END-IF.

      * 段索引比游標少(索引被重建)：以現有段數為準
            IF SEG-TOTAL < CK-SEGS(LX)
                DISPLAY "SEGMENT INDEX SHRANK, LOG " LOG-TAGS(LX:1)
                        " - CURSOR REALIGNED"
                MOVE SEG-TOTAL TO CK-SEGS(LX)
                PERFORM 4700-CKPTWRITE
            END-IF.

      * 索引已增段：變短是封段所致，交由段處理接續
            IF SEG-TOTAL > CK-SEGS(LX)
                MOVE 0 TO SHRINK-SEC(LX)
            END-IF.

            COMPUTE SEG-NO = CK-SEGS(LX) + 1.
            PERFORM 5110-SEGONE THRU 5110-EXIT
                    UNTIL SEG-NO > SEG-TOTAL.

            PERFORM 5120-CURONE THRU 5120-EXIT.

        5100-EXIT.
            CONTINUE.

      * 一個已封段：游標所在段自游標後送起，其後各段自首筆送起
        5110-SEGONE.
            IF SEG-NO > SEGL-CNT
                DISPLAY "SEGMENT " SEG-NO " NOT IN INDEX LIST,"
                        " LOG " LOG-TAGS(LX:1) " HELD"
                MOVE "Y" TO LOG-HOLD-SW
                ADD 1 TO SEG-NO
                GO TO 5110-EXIT
            END-IF.

            IF SEG-NO = CK-SEGS(LX) + 1
                MOVE CK-POS(LX) TO SEG-SKIP
            ELSE
                MOVE 0 TO SEG-SKIP
            END-IF.

            MOVE SEG-NO TO SEGL-IDX.
            PERFORM 1665-SEGPOINT.
            PERFORM 5400-LOGOPEN.
            PERFORM 1670-SEGBACK.
            IF LOG-STAT NOT = "00"
                DISPLAY "SEGMENT NOT READABLE, LOG " LOG-TAGS(LX:1)
                        " HELD : " SEGL-NAME(SEGL-IDX)(1:40)
                MOVE "Y" TO LOG-HOLD-SW
                ADD 1 TO SEG-NO
                GO TO 5110-EXIT
            END-IF.

            MOVE 0 TO READ-POS.
            PERFORM 5410-LOGREAD.
            PERFORM TEST BEFORE UNTIL LOG-EOF
                ADD 1 TO READ-POS
                IF READ-POS > SEG-SKIP
                    COMPUTE ID-N1 = SEG-NO - 1
                    PERFORM 5800-EVENT
                    IF EV-SENT
                        MOVE READ-POS TO CK-POS(LX)
                        PERFORM 4700-CKPTWRITE
                    END-IF
                END-IF
                PERFORM 5410-LOGREAD
            END-PERFORM.
            PERFORM 5420-LOGCLOSE.

      * 本段送完才推進到下一段
            IF NOT SEND-FAIL AND NOT LOG-HOLD AND NOT CKPT-BAD
                MOVE SEG-NO TO CK-SEGS(LX)
                MOVE 0 TO CK-POS(LX)
                PERFORM 4700-CKPTWRITE
            ELSE
                MOVE "Y" TO LOG-HOLD-SW
            END-IF.
            ADD 1 TO SEG-NO.

        5110-EXIT.
            CONTINUE.

      * 現行日誌：游標後的新紀錄
        5120-CURONE.
            IF SHRINK-SEC(LX) > 0
                MOVE "Y" TO LOG-HOLD-SW
            END-IF.
            PERFORM 5400-LOGOPEN.
            IF LOG-STAT NOT = "00"
                GO TO 5120-EXIT
            END-IF.

            MOVE 0 TO READ-POS.
            PERFORM 5410-LOGREAD.
            PERFORM TEST BEFORE UNTIL LOG-EOF
                ADD 1 TO READ-POS
                IF READ-POS > CK-POS(LX) OR LOG-HOLD
                    MOVE SEG-TOTAL TO ID-N1
                    PERFORM 5800-EVENT
                    IF EV-SENT
                        MOVE READ-POS TO CK-POS(LX)
                        PERFORM 4700-CKPTWRITE
                    END-IF
                END-IF
                PERFORM 5410-LOGREAD
            END-PERFORM.
            PERFORM 5420-LOGCLOSE.

            PERFORM 5130-SHRINK THRU 5130-EXIT.

        5120-EXIT.
            CONTINUE.

      * 現行檔比游標短：MWLOGROT 換名後到段索引附加前亦是如此，
      * 先暫停本日誌不動游標；逾等待上限索引仍未增段才視為被截斷
      * /換檔，游標退回檔尾
        5130-SHRINK.
            IF SHRINK-SEC(LX) = 0
            AND (READ-POS NOT < CK-POS(LX) OR LOG-HOLD)
                GO TO 5130-EXIT
            END-IF.

            ACCEPT NOW-DATE FROM DATE YYYYMMDD.
            ACCEPT NOW-TIME FROM TIME.
            MOVE NOW-DATE TO EV-DATE.
            MOVE NOW-TIME TO EV-TIME.
            PERFORM 5890-EVSEC.
            IF SHRINK-SEC(LX) = 0
                MOVE EV-SEC TO SHRINK-SEC(LX)
                DISPLAY "LOG " LOG-TAGS(LX:1) " SHORTER THAN CURSOR"
                        " - HELD FOR SEGMENT INDEX"
            ELSE
                IF EV-SEC - SHRINK-SEC(LX) >= SHRINK-WAIT
                    DISPLAY "LOG " LOG-TAGS(LX:1) " SHORTER THAN"
                            " CURSOR - CURSOR REALIGNED"
                    MOVE READ-POS TO CK-POS(LX)
                    PERFORM 4700-CKPTWRITE
                    MOVE 0 TO SHRINK-SEC(LX)
                END-IF
            END-IF.

        5130-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 依 LX 開/讀/關對應日誌；讀到即正規化為 EV-* 欄位
      *-----------------------------------------------------------
        5400-LOGOPEN.
            MOVE SPACE TO LOG-EOF-SW.
            EVALUATE LX
                WHEN 1
                    MOVE SPACES TO AUDIT-FILE-STAT
                    OPEN INPUT AUDIT-LOG-FILE
                    MOVE AUDIT-FILE-STAT TO LOG-STAT
                WHEN 2
                    MOVE SPACES TO INCLOG-FILE-STAT
                    OPEN INPUT INCIDENT-LOG-FILE
                    MOVE INCLOG-FILE-STAT TO LOG-STAT
                WHEN OTHER
                    MOVE SPACES TO ACK-FILE-STAT
                    OPEN INPUT INC-ACK-FILE
                    MOVE ACK-FILE-STAT TO LOG-STAT
            END-EVALUATE.

        5410-LOGREAD.
            EVALUATE LX
                WHEN 1
                    READ AUDIT-LOG-FILE
                        AT END
                            MOVE "Y" TO LOG-EOF-SW
                        NOT AT END
                            PERFORM 5510-AUDMAP
                    END-READ
                WHEN 2
                    READ INCIDENT-LOG-FILE
                        AT END
                            MOVE "Y" TO LOG-EOF-SW
                        NOT AT END
                            PERFORM 5520-INCMAP
                    END-READ
                WHEN OTHER
                    READ INC-ACK-FILE
                        AT END
                            MOVE "Y" TO LOG-EOF-SW
                        NOT AT END
                            PERFORM 5530-ACKMAP
                    END-READ
            END-EVALUATE.

        5420-LOGCLOSE.
            EVALUATE LX
                WHEN 1
                    CLOSE AUDIT-LOG-FILE
                WHEN 2
                    CLOSE INCIDENT-LOG-FILE
                WHEN OTHER
                    CLOSE INC-ACK-FILE
            END-EVALUATE.

        5510-AUDMAP.
            MOVE "AUDIT" TO EV-SRC.
            MOVE AUDIT-DATE TO EV-DATE.
            MOVE AUDIT-TIME TO EV-TIME.
            MOVE AUDIT-OPER TO EV-OPER.
            MOVE AUDIT-PGM TO EV-PGM.
            MOVE AUDIT-ACTION TO EV-ACTION.
            MOVE AUDIT-QUE TO EV-QUE.
            MOVE "I" TO EV-SEV.
            MOVE AUDIT-CNT TO EV-CNT.
            MOVE SPACES TO EV-CODE.
            MOVE AUDIT-CHGNO TO EV-CHGNO.
            MOVE SPACES TO EV-MSG.
            MOVE AUDIT-HOST TO EV-HOST.

        5520-INCMAP.
            MOVE "INCIDENT" TO EV-SRC.
            MOVE INCLOG-DATE TO EV-DATE.
            MOVE INCLOG-TIME TO EV-TIME.
            MOVE INCLOG-OPER TO EV-OPER.
            MOVE INCLOG-PGM TO EV-PGM.
            MOVE "INCIDENT" TO EV-ACTION.
            MOVE INCLOG-QUE TO EV-QUE.
            MOVE INCLOG-SEV TO EV-SEV.
            IF EV-SEV = SPACE
                MOVE "E" TO EV-SEV
            END-IF.
            MOVE SPACES TO EV-CNT.
            MOVE INCLOG-CODE TO EV-CODE.
            MOVE SPACES TO EV-CHGNO.
            MOVE INCLOG-MSG TO EV-MSG.
            MOVE INCLOG-HOST TO EV-HOST.

        5530-ACKMAP.
            MOVE "INCACK" TO EV-SRC.
            MOVE ACK-DATE TO EV-DATE.
            MOVE ACK-TIME TO EV-TIME.
            MOVE ACK-OPER TO EV-OPER.
            MOVE ACK-PGM TO EV-PGM.
            MOVE ACK-STATUS TO EV-ACTION.
            MOVE ACK-QUE TO EV-QUE.
            MOVE "I" TO EV-SEV.
            MOVE SPACES TO EV-CNT.
            MOVE ACK-CODE TO EV-CODE.
            MOVE SPACES TO EV-CHGNO.
            MOVE ACK-NOTE TO EV-MSG.
            MOVE SPACES TO EV-HOST.

      *-----------------------------------------------------------
      * 一筆待送事件：可送即送，否則只計積壓與最舊時點
      *-----------------------------------------------------------
        5800-EVENT.
            MOVE SPACE TO EV-SENT-SW.
            IF EV-HOST = SPACES
                MOVE HOST-NAME TO EV-HOST
            END-IF.
            MOVE READ-POS TO ID-N2.
            MOVE SPACES TO EV-ID.
            STRING LOG-TAGS(LX:1) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   FUNCTION TRIM(ID-N1) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   FUNCTION TRIM(ID-N2) DELIMITED BY SIZE
                INTO EV-ID
            END-STRING.

            IF NOT SEND-FAIL AND NOT LOG-HOLD AND NOT CKPT-BAD
                PERFORM 5850-SEND
            END-IF.

            IF EV-SENT
                ADD 1 TO CYC-FWD
                ADD 1 TO FWD-TOTAL
                MOVE EV-DATE TO LAST-DATE
                MOVE EV-TIME TO LAST-TIME
            ELSE
                ADD 1 TO BACKLOG-CNT
                PERFORM 5890-EVSEC
                IF EV-SEC > 0
                AND (OLDEST-SEC = 0 OR EV-SEC < OLDEST-SEC)
                    MOVE EV-SEC TO OLDEST-SEC
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 組訊息並以 logger(或 -cmd 指定指令)送 syslog
      *-----------------------------------------------------------
        5850-SEND.
            PERFORM 5860-BUILDMSG.

            EVALUATE EV-SEV
                WHEN "E"
                    MOVE "err" TO SYSLOG-LVL
                WHEN "W"
                    MOVE "warning" TO SYSLOG-LVL
                WHEN OTHER
                    MOVE "notice" TO SYSLOG-LVL
            END-EVALUATE.

            MOVE SPACES TO SEND-CMD.
            MOVE 1 TO STRING-PTR.
            STRING FUNCTION TRIM(LOGGER-CMD) DELIMITED BY SIZE
                   " -t MWSIEM -p " DELIMITED BY SIZE
                   FUNCTION TRIM(SYSLOG-FAC) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   FUNCTION TRIM(SYSLOG-LVL) DELIMITED BY SIZE
                INTO SEND-CMD WITH POINTER STRING-PTR
            END-STRING.
            IF SYSLOG-SERVER NOT = SPACES
                STRING " -n " DELIMITED BY SIZE
                       FUNCTION TRIM(SYSLOG-SERVER) DELIMITED BY SIZE
                    INTO SEND-CMD WITH POINTER STRING-PTR
                END-STRING
                IF SYSLOG-PORT NOT = SPACES
                    STRING " -P " DELIMITED BY SIZE
                           FUNCTION TRIM(SYSLOG-PORT)
                           DELIMITED BY SIZE
                        INTO SEND-CMD WITH POINTER STRING-PTR
                    END-STRING
                END-IF
            END-IF.
            STRING " -- '" DELIMITED BY SIZE
                   MSG-LINE(1:MSG-PTR - 1) DELIMITED BY SIZE
                   "'" DELIMITED BY SIZE
                INTO SEND-CMD WITH POINTER STRING-PTR
            END-STRING.

            CALL "SYSTEM" USING SEND-CMD.
            MOVE RETURN-CODE TO SEND-RC.

            IF SEND-RC = 0
                MOVE "Y" TO EV-SENT-SW
                IF LINK-DOWN
                    DISPLAY "SIEM FORWARDING RESTORED"
                    MOVE SPACE TO LINK-DOWN-SW
                END-IF
            ELSE
                MOVE "Y" TO SEND-FAIL-SW
                DISPLAY "FORWARD FAILED, RC=" SEND-RC
                        " - EVENTS HELD UNTIL NEXT CYCLE"
                IF NOT LINK-DOWN
                    MOVE "Y" TO LINK-DOWN-SW
                    MOVE "Y" TO LINK-INC-SW
                END-IF
            END-IF.

      * CEF：CEF:0|廠商|產品|版本|事件類別|名稱|嚴重度|擴充欄位
      * KV ：key=value 以空白分隔，msg 以雙引號括住
        5860-BUILDMSG.
            MOVE SPACES TO MSG-LINE.
            MOVE 1 TO MSG-PTR.
            PERFORM 5880-RTTXT.

            IF FMT-KV
                STRING "src=" DELIMITED BY SIZE
                       FUNCTION TRIM(EV-SRC) DELIMITED BY SIZE
                       " id=" DELIMITED BY SIZE
                       FUNCTION TRIM(EV-ID) DELIMITED BY SIZE
                       " date=" DELIMITED BY SIZE
                       EV-DATE DELIMITED BY SIZE
                       " time=" DELIMITED BY SIZE
                       EV-TIME(1:6) DELIMITED BY SIZE
                       " host=" DELIMITED BY SIZE
                    INTO MSG-LINE WITH POINTER MSG-PTR
                END-STRING
                MOVE EV-HOST TO ESC-IN
                PERFORM 5870-ESCAPE
                STRING " oper=" DELIMITED BY SIZE
                    INTO MSG-LINE WITH POINTER MSG-PTR
                END-STRING
                MOVE EV-OPER TO ESC-IN
                PERFORM 5870-ESCAPE
                STRING " pgm=" DELIMITED BY SIZE
                       FUNCTION TRIM(EV-PGM) DELIMITED BY SIZE
                       " action=" DELIMITED BY SIZE
                       FUNCTION TRIM(EV-ACTION) DELIMITED BY SIZE
                       " que=" DELIMITED BY SIZE
                    INTO MSG-LINE WITH POINTER MSG-PTR
                END-STRING
                MOVE EV-QUE TO ESC-IN
                PERFORM 5870-ESCAPE
                STRING " sev=" DELIMITED BY SIZE
                       EV-SEV DELIMITED BY SIZE
                    INTO MSG-LINE WITH POINTER MSG-PTR
                END-STRING
                IF EV-CNT NOT = SPACES
                    STRING " cnt=" DELIMITED BY SIZE
                           FUNCTION TRIM(EV-CNT) DELIMITED BY SIZE
                        INTO MSG-LINE WITH POINTER MSG-PTR
                    END-STRING
                END-IF
                IF EV-CODE NOT = SPACES
                    STRING " code=" DELIMITED BY SIZE
                           FUNCTION TRIM(EV-CODE) DELIMITED BY SIZE
                        INTO MSG-LINE WITH POINTER MSG-PTR
                    END-STRING
                END-IF
                IF EV-CHGNO NOT = SPACES
                    STRING " chg=" DELIMITED BY SIZE
                        INTO MSG-LINE WITH POINTER MSG-PTR
                    END-STRING
                    MOVE EV-CHGNO TO ESC-IN
                    PERFORM 5870-ESCAPE
                END-IF
                IF EV-MSG NOT = SPACES
                    STRING " msg=" QUOTE DELIMITED BY SIZE
                        INTO MSG-LINE WITH POINTER MSG-PTR
                    END-STRING
                    MOVE EV-MSG TO ESC-IN
                    PERFORM 5870-ESCAPE
                    STRING QUOTE DELIMITED BY SIZE
                        INTO MSG-LINE WITH POINTER MSG-PTR
                    END-STRING
                END-IF
            ELSE
                EVALUATE EV-SEV
                    WHEN "E"
                        MOVE "8" TO CEF-SEV
                    WHEN "W"
                        MOVE "6" TO CEF-SEV
                    WHEN "M"
                        MOVE "2" TO CEF-SEV
                    WHEN OTHER
                        MOVE "3" TO CEF-SEV
                END-EVALUATE
                STRING "CEF:0|MW|MWMIDDLEWARE|1.0|" DELIMITED BY SIZE
                       FUNCTION TRIM(EV-SRC) DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       FUNCTION TRIM(EV-ACTION) DELIMITED BY SIZE
                       "|MW " DELIMITED BY SIZE
                       FUNCTION TRIM(EV-SRC) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(EV-ACTION) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(CEF-SEV) DELIMITED BY SIZE
                       "|rt=" DELIMITED BY SIZE
                       FUNCTION TRIM(RT-TXT) DELIMITED BY SIZE
                       " externalId=" DELIMITED BY SIZE
                       FUNCTION TRIM(EV-ID) DELIMITED BY SIZE
                       " dvchost=" DELIMITED BY SIZE
                    INTO MSG-LINE WITH POINTER MSG-PTR
                END-STRING
                MOVE EV-HOST TO ESC-IN
                PERFORM 5870-ESCAPE
                STRING " suser=" DELIMITED BY SIZE
                    INTO MSG-LINE WITH POINTER MSG-PTR
                END-STRING
                MOVE EV-OPER TO ESC-IN
                PERFORM 5870-ESCAPE
                STRING " sproc=" DELIMITED BY SIZE
                       FUNCTION TRIM(EV-PGM) DELIMITED BY SIZE
                       " act=" DELIMITED BY SIZE
                       FUNCTION TRIM(EV-ACTION) DELIMITED BY SIZE
                       " cs1Label=queue cs1=" DELIMITED BY SIZE
                    INTO MSG-LINE WITH POINTER MSG-PTR
                END-STRING
                MOVE EV-QUE TO ESC-IN
                PERFORM 5870-ESCAPE
                STRING " cs2Label=severity cs2=" DELIMITED BY SIZE
                       EV-SEV DELIMITED BY SIZE
                    INTO MSG-LINE WITH POINTER MSG-PTR
                END-STRING
                IF EV-CNT NOT = SPACES
                    STRING " cnt=" DELIMITED BY SIZE
                           FUNCTION TRIM(EV-CNT) DELIMITED BY SIZE
                        INTO MSG-LINE WITH POINTER MSG-PTR
                    END-STRING
                END-IF
                IF EV-CODE NOT = SPACES
                    STRING " cn1Label=code cn1=" DELIMITED BY SIZE
                           FUNCTION TRIM(EV-CODE) DELIMITED BY SIZE
                        INTO MSG-LINE WITH POINTER MSG-PTR
                    END-STRING
                END-IF
                IF EV-CHGNO NOT = SPACES
                    STRING " cs3Label=chgno cs3=" DELIMITED BY SIZE
                        INTO MSG-LINE WITH POINTER MSG-PTR
                    END-STRING
                    MOVE EV-CHGNO TO ESC-IN
                    PERFORM 5870-ESCAPE
                END-IF
                IF EV-MSG NOT = SPACES
                    STRING " msg=" DELIMITED BY SIZE
                        INTO MSG-LINE WITH POINTER MSG-PTR
                    END-STRING
                    MOVE EV-MSG TO ESC-IN
                    PERFORM 5870-ESCAPE
                END-IF
            END-IF.

      * 欄位值逐字附加：單引號(外層 shell 引號)改空白；CEF 的 \ 與
      * = 加反斜線跳脫，KV 的雙引號改空白；空值寫 -
        5870-ESCAPE.
            IF ESC-IN = SPACES
                STRING "-" DELIMITED BY SIZE
                    INTO MSG-LINE WITH POINTER MSG-PTR
                END-STRING
            ELSE
                COMPUTE ESC-LEN =
                        FUNCTION LENGTH(FUNCTION TRIM(ESC-IN TRAILING))
                PERFORM VARYING ESC-IDX FROM 1 BY 1
                        UNTIL ESC-IDX > ESC-LEN
                    MOVE ESC-IN(ESC-IDX:1) TO ESC-CH
                    EVALUATE TRUE
                        WHEN ESC-CH = "'"
                            MOVE SPACE TO ESC-CH
                        WHEN ESC-CH = QUOTE AND FMT-KV
                            MOVE SPACE TO ESC-CH
                        WHEN (ESC-CH = "\" OR ESC-CH = "=")
                        AND NOT FMT-KV
                            STRING "\" DELIMITED BY SIZE
                                INTO MSG-LINE WITH POINTER MSG-PTR
                            END-STRING
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                    STRING ESC-CH DELIMITED BY SIZE
                        INTO MSG-LINE WITH POINTER MSG-PTR
                    END-STRING
                END-PERFORM
            END-IF.

      * CEF rt 時間格式：MMM dd yyyy HH:mm:ss
        5880-RTTXT.
            MOVE SPACES TO RT-TXT.
            IF EV-DATE IS NUMERIC AND EV-TIME(1:6) IS NUMERIC
                MOVE EV-DATE(5:2) TO MON-NUM
                IF MON-NUM < 1 OR MON-NUM > 12
                    MOVE 1 TO MON-NUM
                END-IF
                STRING MON-NAMES(MON-NUM * 3 - 2:3) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EV-DATE(7:2) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EV-DATE(1:4) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EV-TIME(1:2) DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       EV-TIME(3:2) DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       EV-TIME(5:2) DELIMITED BY SIZE
                    INTO RT-TXT
                END-STRING
            ELSE
                MOVE "-" TO RT-TXT
            END-IF.

      * 紀錄日期時間換算為秒數(比較延遲用)；格式不符為 0
        5890-EVSEC.
            MOVE 0 TO EV-SEC.
            IF EV-DATE IS NUMERIC AND EV-TIME(1:6) IS NUMERIC
                MOVE EV-DATE TO EV-DNUM
                MOVE EV-TIME(1:6) TO EV-TNUM(1:6)
                COMPUTE EV-SEC =
                        FUNCTION INTEGER-OF-DATE(EV-DNUM) * 86400
                        + EV-HH * 3600 + EV-MI * 60 + EV-SS
            END-IF.

      *-----------------------------------------------------------
      * -cycles 上限與輪詢間隔
      *-----------------------------------------------------------
        5900-CYCLECHK.
      * 停止請求：本輪收尾後退出
            PERFORM 1510-SVCCYCLE THRU 1510-EXIT.
            IF SVC-STOP-REQ
                MOVE "Y" TO WATCH-DONE-SW
            END-IF.

            ADD 1 TO CYCLE-CNT.
            IF WATCH-DONE
                CONTINUE
            ELSE
                IF CYCLE-MAX > 0 AND CYCLE-CNT >= CYCLE-MAX
                    MOVE "Y" TO WATCH-DONE-SW
                ELSE
                    CALL 'MW$UTILS' USING
                        BY VALUE    SLEEP_USEC,
                        BY VALUE    INTERVAL-USEC
                END-IF
            END-IF.

        COPY "SVCPD.DEF".

        COPY "SEGPD.DEF".

        1900-INCLOG.
            MOVE SPACES TO INCLOG-REC.
            ACCEPT INCLOG-DATE FROM DATE YYYYMMDD.
            ACCEPT INCLOG-TIME FROM TIME.
            MOVE "MWSIEM"        TO INCLOG-PGM.
            MOVE RET-CODE        TO INCLOG-CODE.
            MOVE ERR-TXT(1:ERR-LEN) TO INCLOG-MSG.
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
      * 選擇性參數 : -fmt cef|kv , -cmd logger_cmd , -fac facility ,
      *              -server host , -port port , -ckpt file , -all ,
      *              -reset , -i interval_sec , -cycles cnt
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                    INTO PARAM
                    POINTER STRING-PTR
                    ON OVERFLOW
                        IF STRING-PTR > PARAM-LIST-SIZE THEN
                            MOVE "Y" TO PARAM-FLAG
                            IF PARAM NOT = SPACES
                                PERFORM 2500-SETPARAM
                            END-IF
                            IF PARAM-PREV NOT = SPACES
                                GO TO 3000-PERR
                            END-IF
                        ELSE
                            PERFORM 2500-SETPARAM
                        END-IF
                END-UNSTRING
            END-PERFORM.

            IF NOT FMT-CEF AND NOT FMT-KV
                GO TO 3000-PERR
            END-IF.
            IF INTERVAL-SEC < 1
                GO TO 3000-PERR
            END-IF.

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"   MOVE "Y" TO QUIET-SW
                WHEN "--batch" MOVE "Y" TO QUIET-SW
                WHEN "-all"    MOVE "Y" TO ALL-SW
                WHEN "-reset"  MOVE "Y" TO RESET-SW
                WHEN "-fmt"    MOVE PARAM TO PARAM-PREV
                WHEN "-cmd"    MOVE PARAM TO PARAM-PREV
                WHEN "-fac"    MOVE PARAM TO PARAM-PREV
                WHEN "-server" MOVE PARAM TO PARAM-PREV
                WHEN "-port"   MOVE PARAM TO PARAM-PREV
                WHEN "-ckpt"   MOVE PARAM TO PARAM-PREV
                WHEN "-i"      MOVE PARAM TO PARAM-PREV
                WHEN "-cycles" MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-fmt"
                            MOVE PARAM TO FMT-MODE
                        WHEN "-cmd"
                            MOVE PARAM TO LOGGER-CMD
                        WHEN "-fac"
                            MOVE PARAM TO SYSLOG-FAC
                        WHEN "-server"
                            MOVE PARAM TO SYSLOG-SERVER
                        WHEN "-port"
                            MOVE PARAM TO SYSLOG-PORT
                        WHEN "-ckpt"
                            MOVE PARAM TO CKPT-FILE-NAME
                        WHEN "-i"
                            COMPUTE INTERVAL-SEC =
                                    FUNCTION NUMVAL(PARAM)
                        WHEN "-cycles"
                            COMPUTE CYCLE-MAX = FUNCTION NUMVAL(PARAM)
                        WHEN OTHER
                            GO TO 3000-PERR
                    END-EVALUATE
                    MOVE SPACES TO PARAM-PREV
            END-EVALUATE.

        3000-PERR.
            DISPLAY "INVALID PARAMETER".
            DISPLAY " ".

            DISPLAY "MWSIEM - Security Event Forwarder To SIEM".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWSIEM [options]".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  [-fmt cef|kv]      Message Layout, default cef".
            DISPLAY "  [-cmd logger_cmd]  Syslog Sender, default".
            DISPLAY "                     logger".
            DISPLAY "  [-fac facility]    Syslog Facility, default".
            DISPLAY "                     authpriv".
            DISPLAY "  [-server host]     Remote Syslog Server".
            DISPLAY "  [-port port]       Remote Syslog Port".
            DISPLAY "  [-ckpt file]       Cursor Checkpoint File,".
            DISPLAY "                     default MWSIEM.CKP".
            DISPLAY "  [-all]             First Start: Forward Current".
            DISPLAY "                     Logs From First Record".
            DISPLAY "  [-reset]           Discard Checkpoint, Restart".
            DISPLAY "                     At End Of Current Logs".
            DISPLAY "  [-i interval_sec]  Poll Interval, default 10".
            DISPLAY "  [-cycles cnt]      Stop After N Polls".
            DISPLAY "                     (Default: Run Forever)".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWSIEM.
