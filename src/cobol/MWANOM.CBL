      */--------------------------------------------------------------
      * MWANOM.CBL
      * QUE 流量異常偵測(同星期基準)
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. 讀取共用操作軌跡檔(AUDITLOG)，送收動作分類同 MWFLOWRPT
      *    ，依 QUE 逐小時彙總送出/取件筆數
      * 2. 基準：往前最近 -w 個同星期日(預設 4)同小時的平均筆數；
      *    MWCAL 列為假日者不列入基準(往前遞補，最多回溯 26 週)
      * 3. 當日該小時筆數與基準比較：
      *      LOW  基準 >= MIN 且 當日 < 基準 x (100-LOW)%
      *      HIGH 當日 >= MIN 且 當日 > 基準 x (100+HIGH)%
      *    容忍度由 MWANOMDEF 逐 QUE 設定，一行一條、由上而下第一
      *    條符合者生效(樣式同 MWALERTR，* 為萬用，- 沿用預設)：
      *      QUEPAT|LOW_PCT|HIGH_PCT|MIN_PER_HOUR
      *    未設定者用 -low(預設 50)/-high(預設 100)/-min(預設 20)
      * 4. 異常經告警路由表(MWALERTR，嚴重度 ANOMALY)發送，查無
      *    路由沿用 -alert；呼叫方式：
      *      cmd que hh LOW|HIGH SENT|RECV 當日筆數 基準筆數
      *    已發送者記入 MWANOMST(日期|QUE|時|SENT/RECV|LOW/HIGH)，
      *    盤中重跑與日終報表不重複告警；-n 只出報表不告警；
      *    報表日為 MWCAL 假日時只出報表不告警
      * 5. -intraday 盤中檢查：當日已結束的小時，只列異常；
      *    預設為日終報表：-date 指定日(預設昨日)全部 24 小時；
      *    指定日為當日時只比對已結束的小時
      * 6. 任一異常 RETURN-CODE = 3 供 MWCHECK 判斷
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式
      * 2026-10-15 ARIEN
      *     告警先查維護停告行事曆(MWMAINT)：QUE 在維護窗口內不
      *     呼叫值班，改記停告紀錄(MWMAINTSUP)與嚴重度 M 事件，
      *     該格仍記入已發送(窗口後重跑不補發過去時段的偏離)
      * 2026-10-15 ARIEN
      *     已封月段(MWLOGROT)只讀基準日至報表日涵蓋到的段，再讀現行
      *     日誌
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWANOM.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * 逐 QUE 容忍度設定
            SELECT ANOM-DEF-FILE ASSIGN TO "MWANOMDEF"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS DEF-FILE-STAT.
      * 已發送告警紀錄(附加)
            SELECT ANOM-ST-FILE ASSIGN TO "MWANOMST"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-FILE-STAT.
            SELECT MWANOM-RPT-FILE ASSIGN TO RPT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-FILE-STAT.
            COPY "CALSL.DEF".
            COPY "ALRTSL.DEF".
            COPY "REGMSL.DEF".
            COPY "MNTSL.DEF".
            COPY "AUDITSL.DEF".
            COPY "INCLOGSL.DEF".
            COPY "SEGSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        FD  ANOM-DEF-FILE.
        01  DEF-REC                 PIC X(200).

        FD  ANOM-ST-FILE.
        01  ST-REC.
            05  STR-DATE            PIC X(8).
            05  FILLER              PIC X.
            05  STR-KEY             PIC X(80).

        FD  MWANOM-RPT-FILE.
        01  RPT-REC                 PIC X(160).
        COPY "CALFD.DEF".
        COPY "ALRTFD.DEF".
        COPY "REGMFD.DEF".
        COPY "MNTFD.DEF".
        COPY "AUDITFD.DEF".
        COPY "INCLOGFD.DEF".
        COPY "SEGFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "SEGWS.DEF".
        COPY "CALWS.DEF".
        COPY "ALRTWS.DEF".
        COPY "MNTWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
        77  AUDIT-FILE-STAT     PIC XX.
            88 AUDIT-EOF        VALUE "10".
      * 1950-AUDLOG 清紀錄前先留存呼叫端設好的動作/QUE/筆數
        77  AUDIT-SV-ACTION     PIC X(8).
        77  AUDIT-SV-QUE        PIC X(64).
        77  AUDIT-SV-CNT        PIC -(9)9.
        77  DEF-FILE-STAT       PIC XX.
            88 DEF-EOF          VALUE "10".
        77  ST-FILE-STAT        PIC XX.
            88 ST-EOF           VALUE "10".
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
        77  INTRA-SW            PIC X VALUE SPACE.
            88 INTRA-ON         VALUE 'Y'.
        77  NOALERT-SW          PIC X VALUE SPACE.
            88 NOALERT-ON       VALUE 'Y'.

        01  RPT-FILE-NAME       PIC X(FILE_NAME_LEN)
                                 VALUE "MWANOMOUT".
        77  RPT-DATE            PIC X(8) VALUE SPACES.
        77  ALERT-CMD           PIC X(200) VALUE SPACES.
        77  FIRE-CMD            PIC X(200) VALUE SPACES.
        77  FIRE-TOKEN          PIC X(40) VALUE SPACES.
        77  ALERT-CMD-LINE      PIC X(256) VALUE SPACES.
        77  ALERT-RC            SIGNED-INT VALUE 0.

      * 預設容忍度
        77  DFT-LOW             SIGNED-INT VALUE 50.
        77  DFT-HIGH            SIGNED-INT VALUE 100.
        77  DFT-MIN             SIGNED-LONG VALUE 20.
        77  BASE-WEEKS          SIGNED-INT VALUE 4.

      * 容忍度設定表
        01  TOL-TAB.
            05  TOL-ENT OCCURS 100 TIMES.
                10  TL-PAT      PIC X(64).
                10  TL-LOW      SIGNED-INT.
                10  TL-HIGH     SIGNED-INT.
                10  TL-MIN      SIGNED-LONG.
        77  TOL-CNT             SIGNED-INT VALUE 0.
        77  TOL-IDX             SIGNED-INT VALUE 0.
        77  TOL-HIT             SIGNED-INT VALUE 0.
        77  TOL-PATLEN          SIGNED-INT VALUE 0.
        01  TD-PAT              PIC X(64).
        01  TD-LOW              PIC X(8).
        01  TD-HIGH             PIC X(8).
        01  TD-MIN              PIC X(12).
        77  TD-UPTR             PIC 9(3).

      * 基準日(同星期、非假日)
        01  BD-TAB.
            05  BD-DATE         PIC X(8) OCCURS 12 TIMES.
        77  BD-CNT              SIGNED-INT VALUE 0.
        77  BD-IDX              SIGNED-INT VALUE 0.
        77  BD-HIT              SIGNED-INT VALUE 0.
        77  BD-BACK             SIGNED-INT VALUE 0.
        77  RPT-INT             SIGNED-INT VALUE 0.
        77  HOL-SW              PIC X VALUE SPACE.
            88 HOL-DAY          VALUE 'Y'.
        77  RPT-HOL-SW          PIC X VALUE SPACE.
            88 RPT-HOLIDAY      VALUE 'Y'.

      * 逐 QUE 逐小時：基準合計/當日筆數(送出、取件)
        01  QT-TAB.
            05  QT-ENT OCCURS 300 TIMES.
                10  Q-QUE       PIC X(64).
                10  Q-LOW       SIGNED-INT.
                10  Q-HIGH      SIGNED-INT.
                10  Q-MIN       SIGNED-LONG.
                10  Q-FLAGS     SIGNED-INT.
                10  Q-HR OCCURS 24 TIMES.
                    15  Q-BS    SIGNED-LONG.
                    15  Q-BR    SIGNED-LONG.
                    15  Q-TS    SIGNED-LONG.
                    15  Q-TR    SIGNED-LONG.
        77  QT-CNT              SIGNED-INT VALUE 0.
        77  QT-IDX              SIGNED-INT VALUE 0.
        77  QT-HIT              SIGNED-INT VALUE 0.
        77  HR-IDX              SIGNED-INT VALUE 0.
        77  LOOK-QUE            PIC X(64) VALUE SPACES.
        77  AUD-KIND            PIC X VALUE SPACE.
        77  AUD-N               SIGNED-LONG VALUE 0.

      * 比對
        77  EVAL-HRS            SIGNED-INT VALUE 24.
        77  NOW-TIME            PIC X(8).
        77  TODAY-DATE          PIC X(8).
        77  WORK-NUM            PIC 9(8).
        77  WORK-INT            SIGNED-INT VALUE 0.
        77  CELL-T              SIGNED-LONG VALUE 0.
        77  CELL-B              SIGNED-LONG VALUE 0.
        77  CELL-DIR            PIC X(4) VALUE SPACES.
        77  CELL-KIND           PIC X(4) VALUE SPACES.
        77  ROW-FLAG            PIC X(20) VALUE SPACES.
        77  ROW-PTR             PIC 9(3).
        77  BASE-S              SIGNED-LONG VALUE 0.
        77  BASE-R              SIGNED-LONG VALUE 0.
        77  FLAG-CNT            SIGNED-INT VALUE 0.
        77  ALERT-CNT           SIGNED-INT VALUE 0.

      * 已發送告警
        01  SENT-TAB.
            05  SENT-KEY        PIC X(80) OCCURS 1000 TIMES.
        77  SENT-CNT            SIGNED-INT VALUE 0.
        77  SENT-IDX            SIGNED-INT VALUE 0.
        77  SENT-SW             PIC X VALUE SPACE.
            88 ALREADY-SENT     VALUE 'Y'.
        01  CUR-KEY             PIC X(80) VALUE SPACES.

        77  CNT-DISP            PIC -(9)9.
        77  CNT-DISP2           PIC -(9)9.
        77  CNT-DISP3           PIC -(9)9.
        77  CNT-DISP4           PIC -(9)9.
        77  HR-DISP             PIC 9(2).

        01  MSG-QUE.
            05  QUE-NAME        PIC X(IPC-NAME-LEN)
                                VALUE SPACES.
            05  FILLER          PIC X.

        PROCEDURE               DIVISION.
        MAIN-RTN                SECTION.
        0000-BEGIN.

            PERFORM 2000-PARAM.

      * 盤中檢查固定當日；日終報表預設昨日
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            ACCEPT NOW-TIME FROM TIME.
            IF INTRA-ON
                MOVE TODAY-DATE TO RPT-DATE
            END-IF.
            IF RPT-DATE = SPACES
                COMPUTE WORK-NUM = FUNCTION NUMVAL(TODAY-DATE)
                COMPUTE WORK-INT =
                        FUNCTION INTEGER-OF-DATE(WORK-NUM) - 1
                COMPUTE WORK-NUM = FUNCTION DATE-OF-INTEGER(WORK-INT)
                MOVE WORK-NUM TO RPT-DATE
            END-IF.
            IF RPT-DATE IS NOT NUMERIC
                GO TO 3000-PERR
            END-IF.

      * 當日只比對已結束的小時
            IF RPT-DATE = TODAY-DATE
                COMPUTE EVAL-HRS = FUNCTION NUMVAL(NOW-TIME(1:2))
            ELSE
                MOVE 24 TO EVAL-HRS
            END-IF.

            PERFORM 1700-CALLOAD THRU 1700-EXIT.
            PERFORM 4000-BASEDAYS.
            PERFORM 4200-DEFLOAD.
            PERFORM 4300-SENTLOAD.
            PERFORM 4500-AUDSCAN.

            OPEN OUTPUT MWANOM-RPT-FILE.
            IF RPT-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN RPT FILE : " RPT-FILE-NAME;
                MOVE -1 TO RET-CODE;
                MOVE MWRC-FILE TO EXIT-CLASS;
                GO TO 1000-ERR;
            END-IF.

            PERFORM 7000-REPORT.

            CLOSE MWANOM-RPT-FILE.

            DISPLAY "REPORT : " RPT-FILE-NAME(1:50).

            IF FLAG-CNT > 0
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
      * 基準日：往前同星期日，MWCAL 假日跳過遞補
      *-----------------------------------------------------------
        4000-BASEDAYS.
            COMPUTE WORK-NUM = FUNCTION NUMVAL(RPT-DATE).
            COMPUTE RPT-INT = FUNCTION INTEGER-OF-DATE(WORK-NUM).

            MOVE RPT-INT TO CAL-WINT.
            PERFORM 4050-HOLCHK.
            IF HOL-DAY
                MOVE "Y" TO RPT-HOL-SW
            END-IF.

            MOVE 0 TO BD-CNT.
            MOVE 1 TO BD-BACK.
            PERFORM TEST BEFORE UNTIL BD-CNT >= BASE-WEEKS
                    OR BD-BACK > 26
                COMPUTE CAL-WINT = RPT-INT - BD-BACK * 7
                PERFORM 4050-HOLCHK
                IF NOT HOL-DAY
                    COMPUTE BD-CNT = BD-CNT + 1
                    COMPUTE WORK-NUM =
                            FUNCTION DATE-OF-INTEGER(CAL-WINT)
                    MOVE WORK-NUM TO BD-DATE(BD-CNT)
                END-IF
                COMPUTE BD-BACK = BD-BACK + 1
            END-PERFORM.

      * 只看假日表(週末 QUE 的基準就是前幾個週末，不能跳過)
        4050-HOLCHK.
            MOVE SPACE TO HOL-SW.
            PERFORM VARYING CAL-IDX FROM 1 BY 1
                    UNTIL CAL-IDX > CAL-HOL-CNT OR HOL-DAY
                IF CAL-HOL-INT(CAL-IDX) = CAL-WINT
                    MOVE "Y" TO HOL-SW
                END-IF
            END-PERFORM.

      *-----------------------------------------------------------
      * 載入容忍度設定(缺檔全用預設)
      *-----------------------------------------------------------
        4200-DEFLOAD.
            OPEN INPUT ANOM-DEF-FILE.
            IF DEF-FILE-STAT = "00"
                PERFORM TEST BEFORE UNTIL DEF-EOF
                    READ ANOM-DEF-FILE
                        AT END
                            MOVE "10" TO DEF-FILE-STAT
                        NOT AT END
                            PERFORM 4210-DEFONE
                    END-READ
                END-PERFORM
                CLOSE ANOM-DEF-FILE
            END-IF.

        4210-DEFONE.
            IF DEF-REC = SPACES
            OR (DEF-REC(1:1) = "*" AND DEF-REC(2:1) NOT = "|")
                CONTINUE
            ELSE
                IF TOL-CNT >= 100
                    DISPLAY "MWANOMDEF TABLE FULL, ENTRY SKIPPED"
                ELSE
                    MOVE SPACES TO TD-PAT
                    MOVE SPACES TO TD-LOW
                    MOVE SPACES TO TD-HIGH
                    MOVE SPACES TO TD-MIN
                    MOVE 1 TO TD-UPTR
                    UNSTRING DEF-REC DELIMITED BY "|"
                        INTO TD-PAT, TD-LOW, TD-HIGH, TD-MIN
                        POINTER TD-UPTR
                    END-UNSTRING
                    COMPUTE TOL-CNT = TOL-CNT + 1
                    MOVE TD-PAT TO TL-PAT(TOL-CNT)
                    IF TD-LOW = SPACES OR TD-LOW(1:1) = "-"
                        MOVE -1 TO TL-LOW(TOL-CNT)
                    ELSE
                        COMPUTE TL-LOW(TOL-CNT) =
                                FUNCTION NUMVAL(TD-LOW)
                    END-IF
                    IF TD-HIGH = SPACES OR TD-HIGH(1:1) = "-"
                        MOVE -1 TO TL-HIGH(TOL-CNT)
                    ELSE
                        COMPUTE TL-HIGH(TOL-CNT) =
                                FUNCTION NUMVAL(TD-HIGH)
                    END-IF
                    IF TD-MIN = SPACES OR TD-MIN(1:1) = "-"
                        MOVE -1 TO TL-MIN(TOL-CNT)
                    ELSE
                        COMPUTE TL-MIN(TOL-CNT) =
                                FUNCTION NUMVAL(TD-MIN)
                    END-IF
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 載入報表日已發送的告警
      *-----------------------------------------------------------
        4300-SENTLOAD.
            OPEN INPUT ANOM-ST-FILE.
            IF ST-FILE-STAT = "00"
                PERFORM TEST BEFORE UNTIL ST-EOF
                    READ ANOM-ST-FILE
                        AT END
                            MOVE "10" TO ST-FILE-STAT
                        NOT AT END
                            IF STR-DATE = RPT-DATE
                            AND SENT-CNT < 1000
                                COMPUTE SENT-CNT = SENT-CNT + 1
                                MOVE STR-KEY TO SENT-KEY(SENT-CNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ANOM-ST-FILE
            END-IF.

      *-----------------------------------------------------------
      * 掃描操作軌跡檔：報表日與基準日逐 QUE 逐小時送收筆數
      *-----------------------------------------------------------
        4500-AUDSCAN.
      * 已封月段(MWLOGROT)只讀最早基準日至報表日涵蓋到的段，再讀
      * 現行日誌
            MOVE RPT-DATE TO SEGL-FROM.
            IF BD-CNT > 0
                MOVE BD-DATE(BD-CNT) TO SEGL-FROM
            END-IF.
            MOVE RPT-DATE TO SEGL-TO.
            MOVE "A" TO SEGL-LOG.
            PERFORM 1660-SEGLIST THRU 1660-EXIT.
            PERFORM 4505-AUDSEG
                    VARYING SEGL-IDX FROM 1 BY 1
                    UNTIL SEGL-IDX > SEGL-CNT.

            OPEN INPUT AUDIT-LOG-FILE.
            IF AUDIT-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN AUDITLOG, STATUS "
                        AUDIT-FILE-STAT;
                MOVE -1 TO RET-CODE;
                MOVE MWRC-FILE TO EXIT-CLASS;
                GO TO 1000-ERR;
            END-IF.

            PERFORM TEST BEFORE UNTIL AUDIT-EOF
                READ AUDIT-LOG-FILE
                    AT END
                        MOVE "10" TO AUDIT-FILE-STAT
                    NOT AT END
                        PERFORM 4510-AUDONE THRU 4510-EXIT
                END-READ
            END-PERFORM.

            CLOSE AUDIT-LOG-FILE.

      *-----------------------------------------------------------
      * 讀一個已封月段(日誌環境變數暫指段檔開檔)
      *-----------------------------------------------------------
        4505-AUDSEG.
            PERFORM 1665-SEGPOINT.
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
                            PERFORM 4510-AUDONE THRU 4510-EXIT
                    END-READ
                END-PERFORM
                CLOSE AUDIT-LOG-FILE
            END-IF.

        4510-AUDONE.
            IF AUDIT-REC = SPACES
            OR AUDIT-QUE(1:1) = "("
            OR AUDIT-TIME(1:2) IS NOT NUMERIC
                GO TO 4510-EXIT
            END-IF.

            EVALUATE AUDIT-ACTION
                WHEN "SEND    "
                WHEN "CAST    "
                WHEN "SPOOL   "
                WHEN "TIMER   "
                WHEN "LOAD    "
                WHEN "FEED    "
                WHEN "REPLAY  "
                    MOVE "S" TO AUD-KIND
                WHEN "RECV    "
                WHEN "SINK    "
                WHEN "MOVE    "
                WHEN "PURGE   "
                WHEN "EXPIRE  "
                WHEN "ROUTE   "
                WHEN "TEE     "
                WHEN "WORK    "
                    MOVE "R" TO AUD-KIND
                WHEN OTHER
                    GO TO 4510-EXIT
            END-EVALUATE.

      * 報表日或基準日之一
            MOVE 0 TO BD-HIT.
            IF AUDIT-DATE NOT = RPT-DATE
                PERFORM VARYING BD-IDX FROM 1 BY 1
                        UNTIL BD-IDX > BD-CNT OR BD-HIT > 0
                    IF BD-DATE(BD-IDX) = AUDIT-DATE
                        MOVE BD-IDX TO BD-HIT
                    END-IF
                END-PERFORM
                IF BD-HIT = 0
                    GO TO 4510-EXIT
                END-IF
            END-IF.

            MOVE AUDIT-QUE TO LOOK-QUE.
            PERFORM 4600-QTFIND.
            IF QT-HIT = 0
                GO TO 4510-EXIT
            END-IF.

            COMPUTE HR-IDX = FUNCTION NUMVAL(AUDIT-TIME(1:2)) + 1.
            IF HR-IDX < 1 OR HR-IDX > 24
                GO TO 4510-EXIT
            END-IF.
            COMPUTE AUD-N = FUNCTION NUMVAL(AUDIT-CNT).

            EVALUATE TRUE
                WHEN BD-HIT = 0 AND AUD-KIND = "S"
                    COMPUTE Q-TS(QT-HIT, HR-IDX) =
                            Q-TS(QT-HIT, HR-IDX) + AUD-N
                WHEN BD-HIT = 0
                    COMPUTE Q-TR(QT-HIT, HR-IDX) =
                            Q-TR(QT-HIT, HR-IDX) + AUD-N
                WHEN AUD-KIND = "S"
                    COMPUTE Q-BS(QT-HIT, HR-IDX) =
                            Q-BS(QT-HIT, HR-IDX) + AUD-N
                WHEN OTHER
                    COMPUTE Q-BR(QT-HIT, HR-IDX) =
                            Q-BR(QT-HIT, HR-IDX) + AUD-N
            END-EVALUATE.

        4510-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 取得(或新增)QUE 統計表位置，新增時決定容忍度
      *-----------------------------------------------------------
        4600-QTFIND.
            MOVE 0 TO QT-HIT.
            PERFORM VARYING QT-IDX FROM 1 BY 1
                    UNTIL QT-IDX > QT-CNT OR QT-HIT > 0
                IF Q-QUE(QT-IDX) = LOOK-QUE
                    MOVE QT-IDX TO QT-HIT
                END-IF
            END-PERFORM.
            IF QT-HIT = 0
                IF QT-CNT >= 300
                    DISPLAY "QUE TABLE FULL, QUE SKIPPED : "
                            LOOK-QUE(1:40)
                ELSE
                    COMPUTE QT-CNT = QT-CNT + 1
                    MOVE QT-CNT TO QT-HIT
                    INITIALIZE QT-ENT(QT-HIT)
                    MOVE LOOK-QUE TO Q-QUE(QT-HIT)
                    MOVE DFT-LOW TO Q-LOW(QT-HIT)
                    MOVE DFT-HIGH TO Q-HIGH(QT-HIT)
                    MOVE DFT-MIN TO Q-MIN(QT-HIT)
                    PERFORM 4650-TOLFIND
                    IF TOL-HIT > 0
                        IF TL-LOW(TOL-HIT) >= 0
                            MOVE TL-LOW(TOL-HIT) TO Q-LOW(QT-HIT)
                        END-IF
                        IF TL-HIGH(TOL-HIT) >= 0
                            MOVE TL-HIGH(TOL-HIT) TO Q-HIGH(QT-HIT)
                        END-IF
                        IF TL-MIN(TOL-HIT) >= 0
                            MOVE TL-MIN(TOL-HIT) TO Q-MIN(QT-HIT)
                        END-IF
                    END-IF
                END-IF
            END-IF.

      * 樣式比對：* 萬用 / QUE NAME 開頭，第一條符合者生效
        4650-TOLFIND.
            MOVE 0 TO TOL-HIT.
            PERFORM VARYING TOL-IDX FROM 1 BY 1
                    UNTIL TOL-IDX > TOL-CNT OR TOL-HIT > 0
                IF FUNCTION TRIM(TL-PAT(TOL-IDX)) = "*"
                    MOVE TOL-IDX TO TOL-HIT
                ELSE
                    COMPUTE TOL-PATLEN = FUNCTION LENGTH(
                            FUNCTION TRIM(TL-PAT(TOL-IDX)))
                    IF TOL-PATLEN > 0
                    AND LOOK-QUE(1:TOL-PATLEN)
                        = TL-PAT(TOL-IDX)(1:TOL-PATLEN)
                        MOVE TOL-IDX TO TOL-HIT
                    END-IF
                END-IF
            END-PERFORM.

      *-----------------------------------------------------------
      * 報表
      *-----------------------------------------------------------
        7000-REPORT.
            MOVE SPACES TO RPT-REC.
            IF INTRA-ON
                STRING "MWANOM - INTRADAY VOLUME CHECK "
                       DELIMITED BY SIZE
                       RPT-DATE DELIMITED BY SIZE
                    INTO RPT-REC
                END-STRING
            ELSE
                STRING "MWANOM - DAILY VOLUME ANOMALY REPORT "
                       DELIMITED BY SIZE
                       RPT-DATE DELIMITED BY SIZE
                    INTO RPT-REC
                END-STRING
            END-IF.
            PERFORM 7900-RPTWRITE.

            MOVE SPACES TO RPT-REC.
            STRING "BASELINE DAYS : " DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            MOVE 17 TO ROW-PTR.
            PERFORM VARYING BD-IDX FROM 1 BY 1
                    UNTIL BD-IDX > BD-CNT
                STRING BD-DATE(BD-IDX) " " DELIMITED BY SIZE
                    INTO RPT-REC
                    POINTER ROW-PTR
                END-STRING
            END-PERFORM.
            IF BD-CNT = 0
                MOVE "NONE" TO RPT-REC(17:4)
            END-IF.
            PERFORM 7900-RPTWRITE.

            MOVE EVAL-HRS TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "HOURS CHECKED : " DELIMITED BY SIZE
                   FUNCTION TRIM(CNT-DISP) DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            IF RPT-HOLIDAY
                MOVE SPACES TO RPT-REC
                MOVE "REPORT DATE IS AN MWCAL HOLIDAY, NO ALERTS SENT"
                    TO RPT-REC
                PERFORM 7900-RPTWRITE
            END-IF.
            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.

            IF BD-CNT = 0
                MOVE SPACES TO RPT-REC
                MOVE "  (NO BASELINE DAYS, NOTHING COMPARED)"
                    TO RPT-REC
                PERFORM 7900-RPTWRITE
            ELSE
                PERFORM 7100-QUEONE
                        VARYING QT-IDX FROM 1 BY 1
                        UNTIL QT-IDX > QT-CNT
            END-IF.

            MOVE SPACES TO RPT-REC.
            MOVE ALL "-" TO RPT-REC(1:60).
            PERFORM 7900-RPTWRITE.
            MOVE QT-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "QUES CHECKED   : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE FLAG-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "DEVIATIONS     : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE ALERT-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "ALERTS SENT    : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

      * 一個 QUE：日終列全部比對小時，盤中只列異常
        7100-QUEONE.
            IF NOT INTRA-ON
                MOVE Q-LOW(QT-IDX) TO CNT-DISP
                MOVE Q-HIGH(QT-IDX) TO CNT-DISP2
                MOVE Q-MIN(QT-IDX) TO CNT-DISP3
                MOVE SPACES TO RPT-REC
                STRING "QUE : " DELIMITED BY SIZE
                       FUNCTION TRIM(Q-QUE(QT-IDX)) DELIMITED BY SIZE
                       "  LOW " DELIMITED BY SIZE
                       FUNCTION TRIM(CNT-DISP) DELIMITED BY SIZE
                       "%  HIGH " DELIMITED BY SIZE
                       FUNCTION TRIM(CNT-DISP2) DELIMITED BY SIZE
                       "%  MIN " DELIMITED BY SIZE
                       FUNCTION TRIM(CNT-DISP3) DELIMITED BY SIZE
                       "/HR" DELIMITED BY SIZE
                    INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                MOVE SPACES TO RPT-REC
                MOVE "HOUR" TO RPT-REC(1:4)
                MOVE "SENT" TO RPT-REC(13:4)
                MOVE "BASE" TO RPT-REC(24:4)
                MOVE "RECVD" TO RPT-REC(34:5)
                MOVE "BASE" TO RPT-REC(46:4)
                MOVE "FLAG" TO RPT-REC(52:4)
                PERFORM 7900-RPTWRITE
            END-IF.

            PERFORM 7200-HOURONE
                    VARYING HR-IDX FROM 1 BY 1
                    UNTIL HR-IDX > EVAL-HRS.

            IF NOT INTRA-ON
                MOVE SPACES TO RPT-REC
                PERFORM 7900-RPTWRITE
            END-IF.

        7200-HOURONE.
            COMPUTE BASE-S ROUNDED = Q-BS(QT-IDX, HR-IDX) / BD-CNT.
            COMPUTE BASE-R ROUNDED = Q-BR(QT-IDX, HR-IDX) / BD-CNT.
            MOVE SPACES TO ROW-FLAG.
            MOVE 1 TO ROW-PTR.

            MOVE Q-TS(QT-IDX, HR-IDX) TO CELL-T.
            MOVE BASE-S TO CELL-B.
            MOVE "SENT" TO CELL-KIND.
            PERFORM 7300-CELLCHK.

            MOVE Q-TR(QT-IDX, HR-IDX) TO CELL-T.
            MOVE BASE-R TO CELL-B.
            MOVE "RECV" TO CELL-KIND.
            PERFORM 7300-CELLCHK.

            IF NOT INTRA-ON OR ROW-FLAG NOT = SPACES
                COMPUTE HR-DISP = HR-IDX - 1
                MOVE Q-TS(QT-IDX, HR-IDX) TO CNT-DISP
                MOVE BASE-S TO CNT-DISP2
                MOVE Q-TR(QT-IDX, HR-IDX) TO CNT-DISP3
                MOVE BASE-R TO CNT-DISP4
                MOVE SPACES TO RPT-REC
                IF INTRA-ON
                    STRING Q-QUE(QT-IDX)(1:40) " " HR-DISP ":00"
                           CNT-DISP CNT-DISP2 CNT-DISP3 CNT-DISP4
                           " " ROW-FLAG
                           DELIMITED BY SIZE
                        INTO RPT-REC
                    END-STRING
                ELSE
                    STRING HR-DISP ":00"
                           CNT-DISP " " CNT-DISP2 " "
                           CNT-DISP3 " " CNT-DISP4 " "
                           ROW-FLAG
                           DELIMITED BY SIZE
                        INTO RPT-REC
                    END-STRING
                END-IF
                PERFORM 7900-RPTWRITE
            END-IF.

      * 單格比對：CELL-T 當日、CELL-B 基準
        7300-CELLCHK.
            MOVE SPACES TO CELL-DIR.
            IF CELL-B >= Q-MIN(QT-IDX)
            AND CELL-T * 100 < CELL-B * (100 - Q-LOW(QT-IDX))
                MOVE "LOW" TO CELL-DIR
            END-IF.
            IF CELL-T >= Q-MIN(QT-IDX)
            AND CELL-T * 100 > CELL-B * (100 + Q-HIGH(QT-IDX))
                MOVE "HIGH" TO CELL-DIR
            END-IF.

            IF CELL-DIR NOT = SPACES
                COMPUTE FLAG-CNT = FLAG-CNT + 1
                COMPUTE Q-FLAGS(QT-IDX) = Q-FLAGS(QT-IDX) + 1
                STRING CELL-KIND " " DELIMITED BY SIZE
                       CELL-DIR DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                    INTO ROW-FLAG
                    POINTER ROW-PTR
                END-STRING
                IF NOT NOALERT-ON AND NOT RPT-HOLIDAY
                    PERFORM 7500-ALERT THRU 7500-EXIT
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 異常告警：同日同 QUE/小時/方向只發一次；路由表優先
      * (嚴重度 ANOMALY)，查無路由沿用 -alert
      *-----------------------------------------------------------
        7500-ALERT.
            COMPUTE HR-DISP = HR-IDX - 1.
            MOVE SPACES TO CUR-KEY.
            STRING FUNCTION TRIM(Q-QUE(QT-IDX)) DELIMITED BY SIZE
                   "|" HR-DISP "|" CELL-KIND "|" DELIMITED BY SIZE
                   CELL-DIR DELIMITED BY SPACE
                INTO CUR-KEY
            END-STRING.
            MOVE SPACE TO SENT-SW.
            PERFORM VARYING SENT-IDX FROM 1 BY 1
                    UNTIL SENT-IDX > SENT-CNT OR ALREADY-SENT
                IF SENT-KEY(SENT-IDX) = CUR-KEY
                    MOVE "Y" TO SENT-SW
                END-IF
            END-PERFORM.
            IF ALREADY-SENT
                GO TO 7500-EXIT
            END-IF.

            MOVE Q-QUE(QT-IDX) TO ALRT-QUE-KEY.
            MOVE SPACES TO ALRT-TYPE-KEY.
            MOVE "ANOMALY" TO ALRT-SEV.
            PERFORM 1980-ALERTROUTE THRU 1980-EXIT.
            MOVE ALERT-CMD TO FIRE-CMD.
            IF ALRT-CMD-OUT NOT = SPACES
                MOVE ALRT-CMD-OUT TO FIRE-CMD
            END-IF.

      * 維護窗口內不呼叫值班，改記停告紀錄與 M 事件
            MOVE ALRT-QUE-KEY TO MNT-QUE-KEY.
            MOVE ALRT-OWNER TO MNT-OWNER.
            PERFORM 1990-MAINTCHK THRU 1990-EXIT.
            IF MNT-ACTIVE
                MOVE "MWANOM" TO MNT-PGM
                MOVE ALRT-SEV TO MNT-SEV
                MOVE SPACES TO MNT-DETAIL
                STRING "HOUR " HR-DISP " " DELIMITED BY SIZE
                       CELL-DIR DELIMITED BY SPACE
                       " " CELL-KIND DELIMITED BY SIZE
                    INTO MNT-DETAIL
                END-STRING
                PERFORM 1996-MAINTSUP
                PERFORM 1998-MAINTINC
                GO TO 7500-MARK
            END-IF.

            IF FIRE-CMD = SPACES
                DISPLAY "NO ALERT ROUTE FOR " Q-QUE(QT-IDX)(1:40)
                GO TO 7500-EXIT
            END-IF.

            MOVE CELL-T TO CNT-DISP.
            MOVE CELL-B TO CNT-DISP2.
            MOVE SPACES TO ALERT-CMD-LINE.
            STRING FUNCTION TRIM(FIRE-CMD) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(Q-QUE(QT-IDX)) DELIMITED BY SIZE
                   " " HR-DISP " " DELIMITED BY SIZE
                   CELL-DIR DELIMITED BY SPACE
                   " " CELL-KIND " " DELIMITED BY SIZE
                   FUNCTION TRIM(CNT-DISP) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(CNT-DISP2) DELIMITED BY SIZE
                INTO ALERT-CMD-LINE
            END-STRING.

            CALL "SYSTEM" USING ALERT-CMD-LINE.
            MOVE RETURN-CODE TO ALERT-RC.
            IF ALERT-RC NOT = 0
                DISPLAY "ALERT CMD FAILED, RC=" ALERT-RC
            END-IF.
            COMPUTE ALERT-CNT = ALERT-CNT + 1.
            PERFORM 1975-ALERTAUDIT.

      * 記入已發送，盤中重跑不再發
        7500-MARK.
            OPEN EXTEND ANOM-ST-FILE.
            IF ST-FILE-STAT = "35"
                OPEN OUTPUT ANOM-ST-FILE
            END-IF.
            IF ST-FILE-STAT = "00"
                MOVE SPACES TO ST-REC
                MOVE RPT-DATE TO STR-DATE
                MOVE "|" TO ST-REC(9:1)
                MOVE CUR-KEY TO STR-KEY
                WRITE ST-REC
                CLOSE ANOM-ST-FILE
            END-IF.
            IF SENT-CNT < 1000
                COMPUTE SENT-CNT = SENT-CNT + 1
                MOVE CUR-KEY TO SENT-KEY(SENT-CNT)
            END-IF.

        7500-EXIT.
            CONTINUE.

        7900-RPTWRITE.
            WRITE RPT-REC.
            DISPLAY RPT-REC(1:120).

        1975-ALERTAUDIT.
            MOVE SPACES TO FIRE-TOKEN.
            UNSTRING FIRE-CMD DELIMITED BY ALL SPACE
                INTO FIRE-TOKEN
            END-UNSTRING.
            MOVE "ALERT" TO AUDIT-ACTION.
            MOVE SPACES TO AUDIT-QUE.
            STRING FUNCTION TRIM(ALRT-QUE-KEY) DELIMITED BY SIZE
                   ">" DELIMITED BY SIZE
                   FUNCTION TRIM(FIRE-TOKEN) DELIMITED BY SIZE
                INTO AUDIT-QUE
            END-STRING.
            MOVE 0 TO AUDIT-CNT.
            PERFORM 1950-AUDLOG.

        COPY "ALRTPD.DEF".

        COPY "MNTPD.DEF".

        COPY "CALPD.DEF".

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

      *-----------------------------------------------------------
      * 重要成功動作附加至共用操作軌跡檔(AUDITLOG)，呼叫前先設妥
      * AUDIT-ACTION/AUDIT-QUE/AUDIT-CNT
      *-----------------------------------------------------------
        1950-AUDLOG.
            MOVE AUDIT-ACTION TO AUDIT-SV-ACTION.
            MOVE AUDIT-QUE TO AUDIT-SV-QUE.
            MOVE AUDIT-CNT TO AUDIT-SV-CNT.
            MOVE SPACES TO AUDIT-REC.
            MOVE AUDIT-SV-ACTION TO AUDIT-ACTION.
            MOVE AUDIT-SV-QUE TO AUDIT-QUE.
            MOVE AUDIT-SV-CNT TO AUDIT-CNT.
            ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
            ACCEPT AUDIT-TIME FROM TIME.
            DISPLAY "USER" UPON ENVIRONMENT-NAME.
            ACCEPT AUDIT-OPER FROM ENVIRONMENT-VALUE.
            MOVE "MWANOM" TO AUDIT-PGM.

            OPEN EXTEND AUDIT-LOG-FILE.
            IF AUDIT-FILE-STAT = "35"
                OPEN OUTPUT AUDIT-LOG-FILE
            END-IF.
            IF AUDIT-FILE-STAT NOT = "00"
                DISPLAY "AUDITLOG OPEN FAILED, STATUS "
                        AUDIT-FILE-STAT
            ELSE
      * 防竄改鏈結：前一筆鏈值+本筆內容算出本筆鏈值
                MOVE "A" TO CHAIN-KIND
                MOVE AUDIT-REC TO CHAIN-BUF
                MOVE 162 TO CHAIN-BLEN
                CALL "MWCHAIN" USING CHAIN-KIND, CHAIN-PREV,
                                     CHAIN-BUF, CHAIN-BLEN,
                                     CHAIN-NEXT
                MOVE CHAIN-NEXT TO AUDIT-CHAIN
                WRITE AUDIT-REC
                CLOSE AUDIT-LOG-FILE
      * 附加完成，釋放鏈結鎖
                MOVE "E" TO CHAIN-KIND
                CALL "MWCHAIN" USING CHAIN-KIND, CHAIN-PREV,
                                     CHAIN-BUF, CHAIN-BLEN,
                                     CHAIN-NEXT
            END-IF.

        1900-INCLOG.
            MOVE SPACES TO INCLOG-REC.
            ACCEPT INCLOG-DATE FROM DATE YYYYMMDD.
            ACCEPT INCLOG-TIME FROM TIME.
            MOVE "MWANOM"        TO INCLOG-PGM.
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
      * 選擇性參數 : -intraday , -date yyyymmdd , -w weeks ,
      *              -low pct , -high pct , -min cnt ,
      *              -alert alert_cmd , -n , -o report_file
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                    INTO PARAM
                    POINTER STRING-PTR
                    ON OVERFLOW
                        IF STRING-PTR > PARAM-LIST-SIZE THEN
                            MOVE "Y" TO PARAM-FLAG
                            EVALUATE PARAM-PREV
                                WHEN "-date"
                                    MOVE PARAM TO RPT-DATE
                                WHEN "-w"
                                    COMPUTE BASE-WEEKS =
                                            FUNCTION NUMVAL(PARAM)
                                WHEN "-low"
                                    COMPUTE DFT-LOW =
                                            FUNCTION NUMVAL(PARAM)
                                WHEN "-high"
                                    COMPUTE DFT-HIGH =
                                            FUNCTION NUMVAL(PARAM)
                                WHEN "-min"
                                    COMPUTE DFT-MIN =
                                            FUNCTION NUMVAL(PARAM)
                                WHEN "-alert"
                                    MOVE PARAM TO ALERT-CMD
                                WHEN "-o"
                                    MOVE PARAM TO RPT-FILE-NAME
                                WHEN SPACES
                                    CONTINUE
                                WHEN OTHER
                                    GO TO 3000-PERR
                            END-EVALUATE
                        ELSE
                            PERFORM 2500-SETPARAM
                        END-IF
                END-UNSTRING
            END-PERFORM.

            IF BASE-WEEKS < 1 OR BASE-WEEKS > 12
                GO TO 3000-PERR
            END-IF.
            IF DFT-LOW < 0 OR DFT-LOW > 100 OR DFT-HIGH < 0
                GO TO 3000-PERR
            END-IF.
            IF INTRA-ON AND RPT-DATE NOT = SPACES
                GO TO 3000-PERR
            END-IF.

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"        MOVE "Y" TO QUIET-SW
                WHEN "--batch"   MOVE "Y" TO QUIET-SW
                WHEN "-intraday" MOVE "Y" TO INTRA-SW
                WHEN "-n"        MOVE "Y" TO NOALERT-SW
                WHEN "-date"     MOVE PARAM TO PARAM-PREV
                WHEN "-w"        MOVE PARAM TO PARAM-PREV
                WHEN "-low"      MOVE PARAM TO PARAM-PREV
                WHEN "-high"     MOVE PARAM TO PARAM-PREV
                WHEN "-min"      MOVE PARAM TO PARAM-PREV
                WHEN "-alert"    MOVE PARAM TO PARAM-PREV
                WHEN "-o"        MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-date"
                            MOVE PARAM TO RPT-DATE
                        WHEN "-w"
                            COMPUTE BASE-WEEKS =
                                    FUNCTION NUMVAL(PARAM)
                        WHEN "-low"
                            COMPUTE DFT-LOW = FUNCTION NUMVAL(PARAM)
                        WHEN "-high"
                            COMPUTE DFT-HIGH = FUNCTION NUMVAL(PARAM)
                        WHEN "-min"
                            COMPUTE DFT-MIN = FUNCTION NUMVAL(PARAM)
                        WHEN "-alert"
                            MOVE PARAM TO ALERT-CMD
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

            DISPLAY "MWANOM - QUE Traffic Volume Anomaly Check".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWANOM [options]".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  [-intraday]        Check Today's Completed".
            DISPLAY "                     Hours, List Flags Only".
            DISPLAY "  [-date yyyymmdd]   End-Of-Day Report Date".
            DISPLAY "                     (Default Yesterday)".
            DISPLAY "  [-w weeks]         Same-Weekday Baseline".
            DISPLAY "                     Days, 1-12(Default 4)".
            DISPLAY "  [-low pct]         LOW Below Baseline By".
            DISPLAY "                     pct%(Default 50)".
            DISPLAY "  [-high pct]        HIGH Above Baseline By".
            DISPLAY "                     pct%(Default 100)".
            DISPLAY "  [-min cnt]         Min Msgs/Hour To Judge".
            DISPLAY "                     (Default 20)".
            DISPLAY "  [-alert alert_cmd] Used When MWALERTR Has".
            DISPLAY "                     No Route".
            DISPLAY "  [-n]               Report Only, No Alerts".
            DISPLAY "  [-o report_file]   Report File(Default".
            DISPLAY "                     MWANOMOUT)".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWANOM.
