      */--------------------------------------------------------------
      * MWJOBCAL.CBL
      * 營業日作業行事曆 - 每日決定執行哪些 MWSCHED 作業網
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. 月底、首營業日、每季 QUE 主檔整理等作業網過去靠不認得
      *    假日的 cron 決定哪天跑；改由本程式每日啟動一次，依作業
      *    行事曆(MWJOBCALDEF，-f 可改)對照 MWCAL 判斷今日要跑的
      *    作業網，逐一 runcbl MWSCHED -c 控制檔 執行
      * 2. 行事曆一行一個作業網(欄位以 | 分隔，* 開頭為註解)：
      *    NET|CTL_FILE|RULE[;RULE...]
      *      NET       作業網名稱(單一 TOKEN)
      *      CTL_FILE  MWSCHED 控制檔
      *      RULE      以 ; 分隔，納入規則任一符合、篩選規則全部
      *                符合、排除規則皆不符合即為當日應執行：
      *        納入  EVERY DAY / EVERY BIZDAY / FIRST BIZDAY /
      *              LAST BIZDAY [OF MONTH] / NTH BIZDAY n(當月第
      *              n 個營業日，負數由月底倒數，-1 即最後一個) /
      *              WEEKDAY=MON[,TUE...](MON..SUN)
      *        篩選  MONTHS=m[,m...](如 1,4,7,10 為每季首月)
      *        排除  EXCEPT HOLIDAY(MWCAL 列為假日者不跑)
      *    例：PACK|REGPACK.CTL|NTH BIZDAY 1;MONTHS=1,4,7,10
      * 3. 營業日依 MWCAL(週六/週日及假日表)；MWCAL 不存在時僅
      *    排除週末並於日誌註明
      * 4. 每個作業網的判定(DUE/NOTDUE 及理由)、MWSCHED 結束碼
      *    (NETEND)附加至執行日誌 MWSCHEDJNL(-o 可改，與 MWSCHED
      *    同檔，MWSCHED 步驟紀錄接在其後)；同日已 DUE 者不重跑
      *    (-force 強制)
      * 5. -forecast [n] 預測模式：列出今日起 n 天(預設 30)每日
      *    應執行的作業網，不執行、不寫日誌，供月底排程事前核對
      * 6. -date yyyymmdd 以指定日判定(補跑用)；-n 只判定，不執行
      *    亦不寫日誌
      * 7. 任一作業網 MWSCHED 結束碼非 0 或行事曆規則無法辨識時
      *    RETURN-CODE = 3
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式
      * 2026-10-15 ARIEN
      *     用法說明 -n 更正為只判定不執行不記日誌
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWJOBCAL.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * -f 作業行事曆
            SELECT JOBCAL-DEF-FILE ASSIGN TO DEF-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS DEF-FILE-STAT.
      * -o 執行日誌(與 MWSCHED 共用)
            SELECT JOBCAL-JNL-FILE ASSIGN TO JNL-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS JNL-FILE-STAT.
      * -forecast 預測報表
            SELECT JOBCAL-RPT-FILE ASSIGN TO RPT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-FILE-STAT.
            COPY "CALSL.DEF".
            COPY "INCLOGSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        FD  JOBCAL-DEF-FILE.
        01  DEF-REC                 PIC X(300).

        FD  JOBCAL-JNL-FILE.
        01  JNL-REC                 PIC X(120).

        FD  JOBCAL-RPT-FILE.
        01  RPT-REC                 PIC X(160).
        COPY "CALFD.DEF".
        COPY "INCLOGFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "CALWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
        77  DEF-FILE-STAT       PIC XX.
            88 DEF-EOF          VALUE "10".
        77  JNL-FILE-STAT       PIC XX.
            88 JNL-EOF          VALUE "10".
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
        77  FCAST-SW            PIC X VALUE SPACE.
            88 FCAST-ON         VALUE 'Y'.
        77  NORUN-SW            PIC X VALUE SPACE.
            88 NORUN-ON         VALUE 'Y'.
        77  FORCE-SW            PIC X VALUE SPACE.
            88 FORCE-ON         VALUE 'Y'.

        01  DEF-FILE-NAME       PIC X(FILE_NAME_LEN)
                                 VALUE "MWJOBCALDEF".
        01  JNL-FILE-NAME       PIC X(FILE_NAME_LEN)
                                 VALUE "MWSCHEDJNL".
        01  RPT-FILE-NAME       PIC X(FILE_NAME_LEN)
                                 VALUE "MWJOBCALOUT".
        77  RUN-DATE            PIC X(8) VALUE SPACES.
        77  FCAST-DAYS          SIGNED-INT VALUE 30.

      * 作業網表
        01  NET-TAB.
            05  NET-ENT OCCURS 100 TIMES.
                10  N-NAME      PIC X(16).
                10  N-CTL       PIC X(128).
                10  N-RULE      PIC X(150).
                10  N-DUE       PIC X.
                10  N-REASON    PIC X(40).
        77  NET-CNT             SIGNED-INT VALUE 0.
        77  NET-IDX             SIGNED-INT VALUE 0.
        01  ND-NAME             PIC X(16).
        01  ND-CTL              PIC X(128).
        01  ND-RULE             PIC X(150).
        77  ND-UPTR             PIC 9(3).

      * 規則判定
        01  RULE-TOK            PIC X(40).
        77  RULE-UPTR           PIC 9(3).
        77  RULE-N              SIGNED-INT VALUE 0.
        77  INCL-SW             PIC X VALUE SPACE.
            88 INCL-HIT         VALUE 'Y'.
        77  FILT-SW             PIC X VALUE SPACE.
            88 FILT-FAIL        VALUE 'Y'.
        77  EXCL-SW             PIC X VALUE SPACE.
            88 EXCL-HIT         VALUE 'Y'.
        77  BAD-SW              PIC X VALUE SPACE.
            88 BAD-RULE         VALUE 'Y'.
        77  INCL-WHY            PIC X(40) VALUE SPACES.
        77  EXCL-WHY            PIC X(40) VALUE SPACES.
        01  MON-ITEM            PIC X(4).
        77  MON-UPTR            PIC 9(3).
        77  MON-NUM             SIGNED-INT VALUE 0.
        77  WD-HITS             SIGNED-INT VALUE 0.

      * 當日屬性
        77  DAY-INT             SIGNED-INT VALUE 0.
        77  DAY-NUM             PIC 9(8).
        01  DAY-TEXT            PIC X(8).
        01  FILLER REDEFINES DAY-TEXT.
            05  DAY-YYYY        PIC 9(4).
            05  DAY-MM          PIC 9(2).
            05  DAY-DD          PIC 9(2).
        77  DAY-DOW             SIGNED-INT VALUE 0.
        77  DAY-DOWNAME         PIC X(3) VALUE SPACES.
        77  DAY-BIZ-SW          PIC X VALUE SPACE.
            88 DAY-BIZ          VALUE 'Y'.
        77  DAY-HOL-SW          PIC X VALUE SPACE.
            88 DAY-HOL          VALUE 'Y'.
        77  DAY-NTH             SIGNED-INT VALUE 0.
        77  DAY-FROMEND         SIGNED-INT VALUE 0.
        77  MON-FIRST           SIGNED-INT VALUE 0.
        77  MON-LAST            SIGNED-INT VALUE 0.
        77  NEXT-YYYY           PIC 9(4).
        77  NEXT-MM             PIC 9(2).
        01  DOW-NAMES           PIC X(21)
                                 VALUE "SUNMONTUEWEDTHUFRISAT".

      * 執行/日誌
        77  CMD-LINE            PIC X(400) VALUE SPACES.
        77  NET-RC              SIGNED-INT VALUE 0.
        77  RC-DISP             PIC -(5)9.
        77  JNL-DATE            PIC X(8).
        77  JNL-TIME            PIC X(8).
        77  JNL-EVENT           PIC X(6) VALUE SPACES.
        77  JNL-NET             PIC X(16) VALUE SPACES.
        77  JNL-WHY             PIC X(60) VALUE SPACES.
        77  DONE-SW             PIC X VALUE SPACE.
            88 ALREADY-DONE     VALUE 'Y'.
        77  DUE-CNT             SIGNED-INT VALUE 0.
        77  RAN-CNT             SIGNED-INT VALUE 0.
        77  FAIL-CNT            SIGNED-INT VALUE 0.
        77  BAD-CNT             SIGNED-INT VALUE 0.
        77  DAY-IDX             SIGNED-INT VALUE 0.
        77  ROW-PTR             PIC 9(3).
        77  CNT-DISP            PIC -(5)9.
        77  NTH-DISP            PIC Z9.
        77  TODAY-DATE          PIC X(8).

        PROCEDURE               DIVISION.
        MAIN-RTN                SECTION.
        0000-BEGIN.

            PERFORM 2000-PARAM.

            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            IF RUN-DATE = SPACES
                MOVE TODAY-DATE TO RUN-DATE
            END-IF.
            IF RUN-DATE IS NOT NUMERIC
                GO TO 3000-PERR
            END-IF.

            PERFORM 1700-CALLOAD THRU 1700-EXIT.
            IF NOT CAL-LOADED
                DISPLAY "MWCAL NOT FOUND, WEEKENDS ONLY"
            END-IF.

            PERFORM 4000-DEFLOAD.
            IF NET-CNT = 0
                DISPLAY "NO JOB NETS IN " DEF-FILE-NAME(1:50);
                MOVE MWRC-PARM TO RETURN-CODE;
                GO TO 0000-EXIT;
            END-IF.

            COMPUTE DAY-NUM = FUNCTION NUMVAL(RUN-DATE).
            COMPUTE DAY-INT = FUNCTION INTEGER-OF-DATE(DAY-NUM).

            IF FCAST-ON
                PERFORM 7000-FORECAST
            ELSE
                PERFORM 6000-RUNDAY
            END-IF.

            IF FAIL-CNT > 0 OR BAD-CNT > 0
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
      * 載入作業行事曆
      *-----------------------------------------------------------
        4000-DEFLOAD.
            OPEN INPUT JOBCAL-DEF-FILE.
            IF DEF-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN JOB CALENDAR : "
                        DEF-FILE-NAME(1:50);
                MOVE -1 TO RET-CODE;
                MOVE MWRC-FILE TO EXIT-CLASS;
                GO TO 1000-ERR;
            END-IF.

            PERFORM TEST BEFORE UNTIL DEF-EOF
                READ JOBCAL-DEF-FILE
                    AT END
                        MOVE "10" TO DEF-FILE-STAT
                    NOT AT END
                        PERFORM 4100-DEFONE
                END-READ
            END-PERFORM.

            CLOSE JOBCAL-DEF-FILE.

        4100-DEFONE.
            IF DEF-REC = SPACES OR DEF-REC(1:1) = "*"
                CONTINUE
            ELSE
                IF NET-CNT >= 100
                    DISPLAY "JOB CALENDAR FULL, LINE SKIPPED"
                ELSE
                    MOVE SPACES TO ND-NAME
                    MOVE SPACES TO ND-CTL
                    MOVE SPACES TO ND-RULE
                    MOVE 1 TO ND-UPTR
                    UNSTRING DEF-REC DELIMITED BY "|"
                        INTO ND-NAME, ND-CTL, ND-RULE
                        POINTER ND-UPTR
                    END-UNSTRING
                    IF ND-NAME = SPACES OR ND-CTL = SPACES
                        DISPLAY "JOB CALENDAR LINE SKIPPED : "
                                DEF-REC(1:40)
                    ELSE
                        COMPUTE NET-CNT = NET-CNT + 1
                        MOVE FUNCTION TRIM(ND-NAME) TO N-NAME(NET-CNT)
                        MOVE FUNCTION TRIM(ND-CTL) TO N-CTL(NET-CNT)
                        MOVE FUNCTION UPPER-CASE(
                             FUNCTION TRIM(ND-RULE))
                            TO N-RULE(NET-CNT)
                    END-IF
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 當日屬性：營業日否、假日否、當月第幾/倒數第幾個營業日
      * (輸入 DAY-INT)
      *-----------------------------------------------------------
        5000-DAYINFO.
            COMPUTE DAY-NUM = FUNCTION DATE-OF-INTEGER(DAY-INT).
            MOVE DAY-NUM TO DAY-TEXT.

            MOVE DAY-INT TO CAL-WINT.
            PERFORM 1710-DAYCHK.
            MOVE CAL-DOW TO DAY-DOW.
            MOVE DOW-NAMES(DAY-DOW * 3 + 1:3) TO DAY-DOWNAME.
            IF CAL-OFFDAY
                MOVE SPACE TO DAY-BIZ-SW
            ELSE
                MOVE "Y" TO DAY-BIZ-SW
            END-IF.

      * 假日表(不含週末)
            MOVE SPACE TO DAY-HOL-SW.
            PERFORM VARYING CAL-IDX FROM 1 BY 1
                    UNTIL CAL-IDX > CAL-HOL-CNT OR DAY-HOL
                IF CAL-HOL-INT(CAL-IDX) = DAY-INT
                    MOVE "Y" TO DAY-HOL-SW
                END-IF
            END-PERFORM.

      * 當月首日與末日
            COMPUTE DAY-NUM = DAY-YYYY * 10000 + DAY-MM * 100 + 1.
            COMPUTE MON-FIRST = FUNCTION INTEGER-OF-DATE(DAY-NUM).
            IF DAY-MM = 12
                COMPUTE NEXT-YYYY = DAY-YYYY + 1
                MOVE 1 TO NEXT-MM
            ELSE
                MOVE DAY-YYYY TO NEXT-YYYY
                COMPUTE NEXT-MM = DAY-MM + 1
            END-IF.
            COMPUTE DAY-NUM = NEXT-YYYY * 10000 + NEXT-MM * 100 + 1.
            COMPUTE MON-LAST =
                    FUNCTION INTEGER-OF-DATE(DAY-NUM) - 1.

            MOVE 0 TO DAY-NTH.
            MOVE 0 TO DAY-FROMEND.
            IF DAY-BIZ
                COMPUTE CAL-FROM-INT = MON-FIRST - 1
                MOVE DAY-INT TO CAL-TO-INT
                PERFORM 1750-BIZDAYS
                MOVE CAL-BIZ-DAYS TO DAY-NTH
                COMPUTE CAL-FROM-INT = DAY-INT - 1
                MOVE MON-LAST TO CAL-TO-INT
                PERFORM 1750-BIZDAYS
                MOVE CAL-BIZ-DAYS TO DAY-FROMEND
            END-IF.

      *-----------------------------------------------------------
      * 一個作業網當日是否應執行(輸入 NET-IDX，需先 5000)：
      * 結果 N-DUE(Y/N/E=規則無法辨識)與 N-REASON
      *-----------------------------------------------------------
        5500-NETEVAL.
            MOVE SPACE TO INCL-SW.
            MOVE SPACE TO FILT-SW.
            MOVE SPACE TO EXCL-SW.
            MOVE SPACE TO BAD-SW.
            MOVE SPACES TO INCL-WHY.
            MOVE SPACES TO EXCL-WHY.
            MOVE 1 TO RULE-UPTR.

            PERFORM TEST BEFORE
                    UNTIL RULE-UPTR > LENGTH OF N-RULE(NET-IDX)
                    OR BAD-RULE
                MOVE SPACES TO RULE-TOK
                UNSTRING N-RULE(NET-IDX) DELIMITED BY ";"
                    INTO RULE-TOK
                    POINTER RULE-UPTR
                END-UNSTRING
                MOVE FUNCTION TRIM(RULE-TOK) TO RULE-TOK
                IF RULE-TOK NOT = SPACES
                    PERFORM 5600-RULEONE
                END-IF
            END-PERFORM.

            EVALUATE TRUE
                WHEN BAD-RULE
                    MOVE "E" TO N-DUE(NET-IDX)
                    STRING "UNKNOWN RULE " DELIMITED BY SIZE
                           RULE-TOK DELIMITED BY SIZE
                        INTO N-REASON(NET-IDX)
                    END-STRING
                WHEN NOT INCL-HIT
                    MOVE "N" TO N-DUE(NET-IDX)
                    MOVE "NO RULE MATCHES" TO N-REASON(NET-IDX)
                WHEN FILT-FAIL
                    MOVE "N" TO N-DUE(NET-IDX)
                    MOVE "MONTH NOT IN MONTHS=" TO N-REASON(NET-IDX)
                WHEN EXCL-HIT
                    MOVE "N" TO N-DUE(NET-IDX)
                    MOVE EXCL-WHY TO N-REASON(NET-IDX)
                WHEN OTHER
                    MOVE "Y" TO N-DUE(NET-IDX)
                    MOVE INCL-WHY TO N-REASON(NET-IDX)
            END-EVALUATE.

        5600-RULEONE.
            EVALUATE TRUE
                WHEN RULE-TOK = "EVERY DAY"
                    MOVE "Y" TO INCL-SW
                    IF INCL-WHY = SPACES
                        MOVE RULE-TOK TO INCL-WHY
                    END-IF
                WHEN RULE-TOK = "EVERY BIZDAY"
                    IF DAY-BIZ
                        PERFORM 5650-INCLHIT
                    END-IF
                WHEN RULE-TOK = "FIRST BIZDAY"
                    IF DAY-BIZ AND DAY-NTH = 1
                        PERFORM 5650-INCLHIT
                    END-IF
                WHEN RULE-TOK = "LAST BIZDAY"
                WHEN RULE-TOK = "LAST BIZDAY OF MONTH"
                    IF DAY-BIZ AND DAY-FROMEND = 1
                        PERFORM 5650-INCLHIT
                    END-IF
                WHEN RULE-TOK(1:11) = "NTH BIZDAY "
                    IF FUNCTION TEST-NUMVAL(RULE-TOK(12:8)) NOT = 0
                        MOVE "Y" TO BAD-SW
                    ELSE
                        COMPUTE RULE-N =
                                FUNCTION NUMVAL(RULE-TOK(12:8))
                        IF DAY-BIZ
                            IF (RULE-N > 0 AND DAY-NTH = RULE-N)
                            OR (RULE-N < 0
                                AND DAY-FROMEND = 0 - RULE-N)
                                PERFORM 5650-INCLHIT
                            END-IF
                        END-IF
                    END-IF
                WHEN RULE-TOK(1:8) = "WEEKDAY="
                    MOVE 0 TO WD-HITS
                    INSPECT RULE-TOK(9:32) TALLYING WD-HITS
                        FOR ALL DAY-DOWNAME
                    IF WD-HITS > 0
                        PERFORM 5650-INCLHIT
                    END-IF
                WHEN RULE-TOK(1:7) = "MONTHS="
                    PERFORM 5700-MONTHCHK
                WHEN RULE-TOK = "EXCEPT HOLIDAY"
                    IF DAY-HOL
                        MOVE "Y" TO EXCL-SW
                        MOVE "EXCEPT HOLIDAY" TO EXCL-WHY
                    END-IF
                WHEN OTHER
                    MOVE "Y" TO BAD-SW
            END-EVALUATE.

        5650-INCLHIT.
            MOVE "Y" TO INCL-SW.
            IF INCL-WHY = SPACES
                MOVE RULE-TOK TO INCL-WHY
            END-IF.

      * MONTHS=m[,m...]：當月不在清單即篩除
        5700-MONTHCHK.
            MOVE 0 TO WD-HITS.
            MOVE 8 TO MON-UPTR.
            PERFORM TEST BEFORE UNTIL MON-UPTR > LENGTH OF RULE-TOK
                MOVE SPACES TO MON-ITEM
                UNSTRING RULE-TOK DELIMITED BY "," OR SPACE
                    INTO MON-ITEM
                    POINTER MON-UPTR
                END-UNSTRING
                IF MON-ITEM NOT = SPACES
                    IF FUNCTION TEST-NUMVAL(MON-ITEM) NOT = 0
                        MOVE "Y" TO BAD-SW
                    ELSE
                        COMPUTE MON-NUM = FUNCTION NUMVAL(MON-ITEM)
                        IF MON-NUM = DAY-MM
                            ADD 1 TO WD-HITS
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
            IF WD-HITS = 0
                MOVE "Y" TO FILT-SW
            END-IF.

      *-----------------------------------------------------------
      * 每日驅動：判定、記日誌、逐一執行 MWSCHED
      *-----------------------------------------------------------
        6000-RUNDAY.
            PERFORM 5000-DAYINFO.
            DISPLAY "MWJOBCAL - " RUN-DATE " " DAY-DOWNAME.

            IF NOT CAL-LOADED
                MOVE "CALWRN" TO JNL-EVENT
                MOVE "(JOBCAL)" TO JNL-NET
                MOVE "MWCAL NOT FOUND, ONLY WEEKENDS ARE NON-BIZDAYS"
                    TO JNL-WHY
                PERFORM 8000-JNLWRITE THRU 8000-EXIT
            END-IF.

            PERFORM 6100-NETONE
                    VARYING NET-IDX FROM 1 BY 1
                    UNTIL NET-IDX > NET-CNT.

            DISPLAY "-----------------------------------------------".
            MOVE DUE-CNT TO CNT-DISP.
            DISPLAY "NETS DUE      : " CNT-DISP.
            MOVE RAN-CNT TO CNT-DISP.
            DISPLAY "NETS RUN      : " CNT-DISP.
            MOVE FAIL-CNT TO CNT-DISP.
            DISPLAY "NETS FAILED   : " CNT-DISP.
            MOVE BAD-CNT TO CNT-DISP.
            DISPLAY "BAD RULES     : " CNT-DISP.
            DISPLAY "JOURNAL       : " JNL-FILE-NAME(1:50).

        6100-NETONE.
            PERFORM 5500-NETEVAL.
            MOVE N-NAME(NET-IDX) TO JNL-NET.
            MOVE N-REASON(NET-IDX) TO JNL-WHY.

            EVALUATE N-DUE(NET-IDX)
                WHEN "E"
                    COMPUTE BAD-CNT = BAD-CNT + 1
                    MOVE "BADRUL" TO JNL-EVENT
                    PERFORM 8000-JNLWRITE THRU 8000-EXIT
                    DISPLAY "BAD RULE   " N-NAME(NET-IDX) " "
                            N-REASON(NET-IDX)
                WHEN "N"
                    MOVE "NOTDUE" TO JNL-EVENT
                    PERFORM 8000-JNLWRITE THRU 8000-EXIT
                    DISPLAY "NOT DUE    " N-NAME(NET-IDX) " "
                            N-REASON(NET-IDX)
                WHEN OTHER
                    COMPUTE DUE-CNT = DUE-CNT + 1
                    PERFORM 6200-DONECHK
                    IF ALREADY-DONE AND NOT FORCE-ON
                        MOVE "NOTDUE" TO JNL-EVENT
                        MOVE "ALREADY RUN FOR THIS DATE" TO JNL-WHY
                        PERFORM 8000-JNLWRITE THRU 8000-EXIT
                        DISPLAY "ALREADY RUN " N-NAME(NET-IDX)
                    ELSE
                        MOVE "DUE" TO JNL-EVENT
                        PERFORM 8000-JNLWRITE THRU 8000-EXIT
                        DISPLAY "DUE        " N-NAME(NET-IDX) " "
                                N-REASON(NET-IDX)
                        IF NOT NORUN-ON
                            PERFORM 6300-NETRUN
                        END-IF
                    END-IF
            END-EVALUATE.

      * 日誌中同一判定日已有該網 DUE 即視為已跑
        6200-DONECHK.
            MOVE SPACE TO DONE-SW.
            MOVE SPACES TO JNL-FILE-STAT.
            OPEN INPUT JOBCAL-JNL-FILE.
            IF JNL-FILE-STAT = "00"
                PERFORM TEST BEFORE UNTIL JNL-EOF OR ALREADY-DONE
                    READ JOBCAL-JNL-FILE
                        AT END
                            MOVE "10" TO JNL-FILE-STAT
                        NOT AT END
                            IF JNL-REC(19:6) = "DUE   "
                            AND JNL-REC(26:16) = N-NAME(NET-IDX)
                            AND JNL-REC(43:8) = RUN-DATE
                                MOVE "Y" TO DONE-SW
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE JOBCAL-JNL-FILE
            END-IF.

      * 部分平台 CALL "SYSTEM" 回傳 wait status(結束碼*256)，
      * 正規化為子程式實際結束碼
        6300-NETRUN.
            MOVE SPACES TO CMD-LINE.
            STRING "runcbl MWSCHED -q -c " DELIMITED BY SIZE
                   FUNCTION TRIM(N-CTL(NET-IDX)) DELIMITED BY SIZE
                   " -o " DELIMITED BY SIZE
                   FUNCTION TRIM(JNL-FILE-NAME) DELIMITED BY SIZE
                INTO CMD-LINE
            END-STRING.
            CALL "SYSTEM" USING CMD-LINE.
            MOVE RETURN-CODE TO NET-RC.
            IF NET-RC > 255
                DIVIDE NET-RC BY 256 GIVING NET-RC
            END-IF.
            COMPUTE RAN-CNT = RAN-CNT + 1.
            IF NET-RC NOT = 0
                COMPUTE FAIL-CNT = FAIL-CNT + 1
            END-IF.

            MOVE NET-RC TO RC-DISP.
            MOVE "NETEND" TO JNL-EVENT.
            MOVE SPACES TO JNL-WHY.
            STRING "MWSCHED RC=" DELIMITED BY SIZE
                   FUNCTION TRIM(RC-DISP) DELIMITED BY SIZE
                INTO JNL-WHY
            END-STRING.
            PERFORM 8000-JNLWRITE THRU 8000-EXIT.
            DISPLAY "NET END    " N-NAME(NET-IDX) " RC=" RC-DISP.

      *-----------------------------------------------------------
      * 預測：今日(或 -date)起 n 天每日應執行的作業網
      *-----------------------------------------------------------
        7000-FORECAST.
            OPEN OUTPUT JOBCAL-RPT-FILE.
            IF RPT-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN RPT FILE : " RPT-FILE-NAME;
                MOVE -1 TO RET-CODE;
                MOVE MWRC-FILE TO EXIT-CLASS;
                GO TO 1000-ERR;
            END-IF.

            MOVE FCAST-DAYS TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "MWJOBCAL - JOB NET FORECAST FROM " DELIMITED BY SIZE
                   RUN-DATE DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(CNT-DISP) DELIMITED BY SIZE
                   " DAYS" DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            IF NOT CAL-LOADED
                MOVE SPACES TO RPT-REC
                MOVE "MWCAL NOT FOUND, ONLY WEEKENDS ARE NON-BIZDAYS"
                    TO RPT-REC
                PERFORM 7900-RPTWRITE
            END-IF.
            MOVE SPACES TO RPT-REC.
            MOVE "DATE" TO RPT-REC(1:4).
            MOVE "DAY" TO RPT-REC(10:3).
            MOVE "BIZDAY" TO RPT-REC(14:6).
            MOVE "NETS DUE" TO RPT-REC(24:8).
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            MOVE ALL "-" TO RPT-REC(1:60).
            PERFORM 7900-RPTWRITE.

            PERFORM 7100-FCDAY
                    VARYING DAY-IDX FROM 0 BY 1
                    UNTIL DAY-IDX >= FCAST-DAYS.

            MOVE SPACES TO RPT-REC.
            MOVE ALL "-" TO RPT-REC(1:60).
            PERFORM 7900-RPTWRITE.
            MOVE BAD-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "BAD RULES : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            CLOSE JOBCAL-RPT-FILE.
            DISPLAY "REPORT : " RPT-FILE-NAME(1:50).

        7100-FCDAY.
            COMPUTE DAY-NUM = FUNCTION NUMVAL(RUN-DATE).
            COMPUTE DAY-INT =
                    FUNCTION INTEGER-OF-DATE(DAY-NUM) + DAY-IDX.
            PERFORM 5000-DAYINFO.

            MOVE SPACES TO RPT-REC.
            MOVE DAY-TEXT TO RPT-REC(1:8).
            MOVE DAY-DOWNAME TO RPT-REC(10:3).
            EVALUATE TRUE
                WHEN DAY-BIZ
                    MOVE DAY-NTH TO NTH-DISP
                    STRING "#" NTH-DISP DELIMITED BY SIZE
                        INTO RPT-REC(14:3)
                    END-STRING
                    IF DAY-FROMEND = 1
                        MOVE "L" TO RPT-REC(18:1)
                    END-IF
                WHEN DAY-HOL
                    MOVE "HOL" TO RPT-REC(14:3)
                WHEN OTHER
                    MOVE "-" TO RPT-REC(14:1)
            END-EVALUATE.

            MOVE 24 TO ROW-PTR.
            PERFORM VARYING NET-IDX FROM 1 BY 1
                    UNTIL NET-IDX > NET-CNT
                PERFORM 5500-NETEVAL
                IF N-DUE(NET-IDX) = "Y"
                    STRING FUNCTION TRIM(N-NAME(NET-IDX))
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                        INTO RPT-REC
                        POINTER ROW-PTR
                    END-STRING
                END-IF
      * 規則錯誤只在第一天計數
                IF N-DUE(NET-IDX) = "E" AND DAY-IDX = 0
                    COMPUTE BAD-CNT = BAD-CNT + 1
                    DISPLAY "BAD RULE " N-NAME(NET-IDX) " "
                            N-REASON(NET-IDX)
                END-IF
            END-PERFORM.
            PERFORM 7900-RPTWRITE.

        7900-RPTWRITE.
            WRITE RPT-REC.
            DISPLAY RPT-REC(1:120).

      *-----------------------------------------------------------
      * 執行日誌：日期 時間 事件 作業網 判定日 理由(欄位位置同
      * MWSCHED 步驟紀錄)
      *-----------------------------------------------------------
        8000-JNLWRITE.
      * -n 試算不留紀錄，以免當日正式執行被判為已跑
            IF NORUN-ON
                GO TO 8000-EXIT
            END-IF.
            ACCEPT JNL-DATE FROM DATE YYYYMMDD.
            ACCEPT JNL-TIME FROM TIME.

            OPEN EXTEND JOBCAL-JNL-FILE.
            IF JNL-FILE-STAT = "35"
                OPEN OUTPUT JOBCAL-JNL-FILE
            END-IF.
            IF JNL-FILE-STAT NOT = "00"
                DISPLAY "JOURNAL OPEN FAILED, STATUS "
                        JNL-FILE-STAT
            ELSE
                MOVE SPACES TO JNL-REC
                STRING JNL-DATE " " JNL-TIME " "
                       JNL-EVENT " " JNL-NET " "
                       RUN-DATE " " JNL-WHY
                       DELIMITED BY SIZE
                    INTO JNL-REC
                END-STRING
                WRITE JNL-REC
                CLOSE JOBCAL-JNL-FILE
            END-IF.

        8000-EXIT.
            EXIT.

        COPY "CALPD.DEF".

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
            MOVE "MWJOBCAL"      TO INCLOG-PGM.
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
      * 選擇性參數 : -f calendar_file , -o journal_file ,
      *              -date yyyymmdd , -forecast [days] , -n ,
      *              -force , -r report_file
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                    INTO PARAM
                    POINTER STRING-PTR
                    ON OVERFLOW
                        IF STRING-PTR > PARAM-LIST-SIZE THEN
                            MOVE "Y" TO PARAM-FLAG
                            EVALUATE PARAM-PREV
                                WHEN "-f"
                                    MOVE PARAM TO DEF-FILE-NAME
                                WHEN "-o"
                                    MOVE PARAM TO JNL-FILE-NAME
                                WHEN "-r"
                                    MOVE PARAM TO RPT-FILE-NAME
                                WHEN "-date"
                                    MOVE PARAM TO RUN-DATE
                                WHEN "-forecast"
                                    PERFORM 2600-FCDAYS
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

            IF FCAST-DAYS < 1 OR FCAST-DAYS > 366
                GO TO 3000-PERR
            END-IF.

        2500-SETPARAM.
      * -forecast 之後可不接天數
            IF PARAM-PREV = "-forecast"
            AND FUNCTION TEST-NUMVAL(PARAM) NOT = 0
                MOVE SPACES TO PARAM-PREV
            END-IF.
            EVALUATE PARAM
                WHEN "-q"        MOVE "Y" TO QUIET-SW
                WHEN "--batch"   MOVE "Y" TO QUIET-SW
                WHEN "-n"        MOVE "Y" TO NORUN-SW
                WHEN "-force"    MOVE "Y" TO FORCE-SW
                WHEN "-forecast"
                    MOVE "Y" TO FCAST-SW
                    MOVE PARAM TO PARAM-PREV
                WHEN "-f"        MOVE PARAM TO PARAM-PREV
                WHEN "-o"        MOVE PARAM TO PARAM-PREV
                WHEN "-r"        MOVE PARAM TO PARAM-PREV
                WHEN "-date"     MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-f"
                            MOVE PARAM TO DEF-FILE-NAME
                        WHEN "-o"
                            MOVE PARAM TO JNL-FILE-NAME
                        WHEN "-r"
                            MOVE PARAM TO RPT-FILE-NAME
                        WHEN "-date"
                            MOVE PARAM TO RUN-DATE
                        WHEN "-forecast"
                            PERFORM 2600-FCDAYS
                        WHEN OTHER
                            GO TO 3000-PERR
                    END-EVALUATE
                    MOVE SPACES TO PARAM-PREV
            END-EVALUATE.

        2600-FCDAYS.
            IF FUNCTION TEST-NUMVAL(PARAM) = 0
                COMPUTE FCAST-DAYS = FUNCTION NUMVAL(PARAM)
            ELSE
                GO TO 3000-PERR
            END-IF.

        3000-PERR.
            DISPLAY "INVALID PARAMETER".
            DISPLAY " ".

            DISPLAY "MWJOBCAL - Business-Day Job Net Calendar".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWJOBCAL [options]".
            DISPLAY " ".
            DISPLAY "  calendar_file, one job net per line:".
            DISPLAY "    NET|CTL_FILE|RULE[;RULE...]".
            DISPLAY "    EVERY DAY / EVERY BIZDAY / FIRST BIZDAY /".
            DISPLAY "    LAST BIZDAY [OF MONTH] / NTH BIZDAY n /".
            DISPLAY "    WEEKDAY=MON[,FRI] / MONTHS=1,4,7,10 /".
            DISPLAY "    EXCEPT HOLIDAY".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  [-f calendar_file] Job Calendar(Default".
            DISPLAY "                     MWJOBCALDEF)".
            DISPLAY "  [-o journal_file]  Run Journal(Default".
            DISPLAY "                     MWSCHEDJNL)".
            DISPLAY "  [-date yyyymmdd]   Decide For Date(Default".
            DISPLAY "                     Today)".
            DISPLAY "  [-forecast [days]] List Nets Due Per Day,".
            DISPLAY "                     default 30, No Run".
            DISPLAY "  [-r report_file]   Forecast Report(Default".
            DISPLAY "                     MWJOBCALOUT)".
            DISPLAY "  [-n]               Decide Only, No Run/Journal".
            DISPLAY "  [-force]           Rerun Nets Already Run".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWJOBCAL.
