      */--------------------------------------------------------------
      * MWVIEWRPT.CBL
      * 訊息內容調閱月報(個資保護：誰看過哪個 QUE 的未遮罩內容)
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. 個資保護長每月要一份「誰在哪個 QUE 看過未遮罩內容」的
      *    清單。MWPEEK/MWARCHQ/MWDLQ 每次顯示訊息內容皆記入調閱
      *    登記簿(MWVIEWREG，VIEWFD.DEF 格式)；本程式讀取 -month
      *    當月(預設上個月)紀錄產出：
      *    - 未遮罩(-nomask)調閱逐筆明細：時點/操作者/程式/QUE/
      *      日期或序號區間/筆數
      *    - 未遮罩調閱依操作者+QUE 彙總：次數、顯示筆數、首末日
      *    - 全部調閱依程式彙總遮罩/未遮罩次數
      * 2. 遭拒的 -nomask 嘗試記於事故日誌，由 MWPRIVRPT 列示
      * 3. 報表寫入 -o report_file(預設 MWVIEWRPTOUT)並同步顯示；
      *    彙總表滿而有略過者 RETURN-CODE = 3
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWVIEWRPT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT MWVIEWRPT-RPT-FILE ASSIGN TO RPT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-FILE-STAT.
            COPY "VIEWSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        FD  MWVIEWRPT-RPT-FILE.
        01  RPT-REC                 PIC X(160).
        COPY "VIEWFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".

        77  VIEW-FILE-STAT      PIC XX.
            88 VIEW-EOF         VALUE "10".
        77  RPT-FILE-STAT       PIC XX.

        77  PARAM-LIST          PIC X(255).
        77  PARAM-LIST-SIZE     PIC 9(3).
        77  PARAM               PIC X(80) VALUE SPACE.
        77  PARAM-PREV          PIC X(80) VALUE SPACE.
        77  STRING-PTR          PIC 9(3).
        77  PARAM-FLAG          PIC X VALUE SPACE.
            88 PARAM-END        VALUE 'Y'.
        77  QUIET-SW            PIC X VALUE SPACE.
            88 QUIET-ON         VALUE 'Y'.

        01  RPT-FILE-NAME       PIC X(FILE_NAME_LEN)
                                 VALUE "MWVIEWRPTOUT".
        77  RPT-MONTH           PIC X(6) VALUE SPACES.
        77  WORK-YY             SIGNED-INT VALUE 0.
        77  WORK-MM             SIGNED-INT VALUE 0.
        77  YY-DISP             PIC 9(4).
        77  MM-DISP             PIC 9(2).
        77  TODAY-DATE          PIC X(8).

      * 未遮罩調閱依操作者+QUE 彙總表
        01  OQ-TAB.
            05  OQ-ENT OCCURS 1000 TIMES.
                10  OQ-OPER     PIC X(32).
                10  OQ-QUE      PIC X(64).
                10  OQ-VIEWS    SIGNED-INT.
                10  OQ-MSGS     SIGNED-LONG.
                10  OQ-FIRST    PIC X(8).
                10  OQ-LAST     PIC X(8).
        77  OQ-CNT              SIGNED-INT VALUE 0.
        77  OQ-IDX              SIGNED-INT VALUE 0.
        77  OQ-HIT              SIGNED-INT VALUE 0.
        77  OQ-FULL             SIGNED-INT VALUE 0.

      * 全部調閱依程式彙總表
        01  PG-TAB.
            05  PG-ENT OCCURS 20 TIMES.
                10  PG-NAME     PIC X(8).
                10  PG-MASKED   SIGNED-INT.
                10  PG-UNMASKED SIGNED-INT.
        77  PG-CNT              SIGNED-INT VALUE 0.
        77  PG-IDX              SIGNED-INT VALUE 0.
        77  PG-HIT              SIGNED-INT VALUE 0.

        77  VIEW-TOT            SIGNED-LONG VALUE 0.
        77  MASKED-TOT          SIGNED-LONG VALUE 0.
        77  UNMASKED-TOT        SIGNED-LONG VALUE 0.
        77  UNMASKED-MSGS       SIGNED-LONG VALUE 0.
        77  REC-MSGS            SIGNED-LONG VALUE 0.
        77  CNT-DISP            PIC -(9)9.
        77  CNT-DISP2           PIC -(9)9.
        77  CNT-DISP3           PIC -(9)9.
        01  RANGE-TXT           PIC X(21).

        PROCEDURE               DIVISION.
        MAIN-RTN                SECTION.
        0000-BEGIN.

            PERFORM 2000-PARAM.

      * 預設上個月(月初跑上月報表)
            IF RPT-MONTH = SPACES
                ACCEPT TODAY-DATE FROM DATE YYYYMMDD
                MOVE TODAY-DATE(1:6) TO RPT-MONTH
                PERFORM 2900-PREVMONTH
            END-IF.

            OPEN OUTPUT MWVIEWRPT-RPT-FILE.
            IF RPT-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN RPT FILE : " RPT-FILE-NAME
                MOVE MWRC-FILE TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

            MOVE SPACES TO RPT-REC.
            STRING "MWVIEWRPT - MESSAGE CONTENT ACCESS REGISTER "
                   DELIMITED BY SIZE
                   RPT-MONTH DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

      * 1. 未遮罩調閱逐筆明細(讀登記簿時同步寫出)
            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE "UNMASKED CONTENT VIEWS (DETAIL)" TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            STRING "  DATE     TIME     OPERATOR             PGM      "
                   "QUE                            SCOPE RANGE"
                   "                      MSGS"
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            PERFORM 4000-REGSCAN THRU 4000-EXIT.

            PERFORM 7000-SUMMARY.

            CLOSE MWVIEWRPT-RPT-FILE.

            DISPLAY "REPORT : " RPT-FILE-NAME(1:50).
            IF OQ-FULL > 0
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
      * 前一個月(YYYYMM - 1)
      *-----------------------------------------------------------
        2900-PREVMONTH.
            COMPUTE WORK-YY = FUNCTION NUMVAL(RPT-MONTH(1:4)).
            COMPUTE WORK-MM = FUNCTION NUMVAL(RPT-MONTH(5:2)).
            IF WORK-MM = 1
                COMPUTE WORK-YY = WORK-YY - 1
                MOVE 12 TO WORK-MM
            ELSE
                COMPUTE WORK-MM = WORK-MM - 1
            END-IF.
            MOVE WORK-YY TO YY-DISP.
            MOVE WORK-MM TO MM-DISP.
            MOVE SPACES TO RPT-MONTH.
            STRING YY-DISP MM-DISP DELIMITED BY SIZE
                INTO RPT-MONTH.

      *-----------------------------------------------------------
      * 讀調閱登記簿：當月紀錄逐筆累計，未遮罩者寫明細
      *-----------------------------------------------------------
        4000-REGSCAN.
            OPEN INPUT VIEW-REG-FILE.
            IF VIEW-FILE-STAT NOT = "00"
                MOVE "  (MWVIEWREG NOT FOUND, NO VIEWS ON RECORD)"
                    TO RPT-REC
                PERFORM 7900-RPTWRITE
                GO TO 4000-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL VIEW-EOF
                READ VIEW-REG-FILE
                    AT END
                        MOVE "10" TO VIEW-FILE-STAT
                    NOT AT END
                        IF VIEW-DATE(1:6) = RPT-MONTH
                            PERFORM 4100-REGONE
                        END-IF
                END-READ
            END-PERFORM.

            CLOSE VIEW-REG-FILE.

        4000-EXIT.
            CONTINUE.

        4100-REGONE.
            ADD 1 TO VIEW-TOT.
            COMPUTE REC-MSGS = FUNCTION NUMVAL(VIEW-CNT).

      * 依程式彙總(表滿者不計，程式只有數支)
            MOVE 0 TO PG-HIT.
            PERFORM VARYING PG-IDX FROM 1 BY 1
                    UNTIL PG-IDX > PG-CNT OR PG-HIT > 0
                IF PG-NAME(PG-IDX) = VIEW-PGM
                    MOVE PG-IDX TO PG-HIT
                END-IF
            END-PERFORM.
            IF PG-HIT = 0 AND PG-CNT < 20
                ADD 1 TO PG-CNT
                MOVE PG-CNT TO PG-HIT
                MOVE VIEW-PGM TO PG-NAME(PG-HIT)
                MOVE 0 TO PG-MASKED(PG-HIT)
                MOVE 0 TO PG-UNMASKED(PG-HIT)
            END-IF.

            IF NOT VIEW-UNMASKED
                ADD 1 TO MASKED-TOT
                IF PG-HIT > 0
                    ADD 1 TO PG-MASKED(PG-HIT)
                END-IF
            ELSE
                ADD 1 TO UNMASKED-TOT
                COMPUTE UNMASKED-MSGS = UNMASKED-MSGS + REC-MSGS
                IF PG-HIT > 0
                    ADD 1 TO PG-UNMASKED(PG-HIT)
                END-IF
                PERFORM 4200-UNMASKED
            END-IF.

      * 一筆未遮罩調閱：寫明細並累計到操作者+QUE
        4200-UNMASKED.
            MOVE SPACES TO RANGE-TXT.
            STRING FUNCTION TRIM(VIEW-FROM) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   FUNCTION TRIM(VIEW-TO) DELIMITED BY SIZE
                INTO RANGE-TXT
            END-STRING.
            MOVE REC-MSGS TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "  " VIEW-DATE " " VIEW-TIME " "
                   VIEW-OPER(1:20) " " VIEW-PGM " "
                   VIEW-QUE(1:30) " " VIEW-SCOPE "  "
                   RANGE-TXT CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            MOVE 0 TO OQ-HIT.
            PERFORM VARYING OQ-IDX FROM 1 BY 1
                    UNTIL OQ-IDX > OQ-CNT OR OQ-HIT > 0
                IF OQ-OPER(OQ-IDX) = VIEW-OPER
                AND OQ-QUE(OQ-IDX) = VIEW-QUE
                    MOVE OQ-IDX TO OQ-HIT
                END-IF
            END-PERFORM.
            IF OQ-HIT = 0
                IF OQ-CNT < 1000
                    ADD 1 TO OQ-CNT
                    MOVE OQ-CNT TO OQ-HIT
                    MOVE VIEW-OPER TO OQ-OPER(OQ-HIT)
                    MOVE VIEW-QUE TO OQ-QUE(OQ-HIT)
                    MOVE 0 TO OQ-VIEWS(OQ-HIT)
                    MOVE 0 TO OQ-MSGS(OQ-HIT)
                    MOVE VIEW-DATE TO OQ-FIRST(OQ-HIT)
                ELSE
                    ADD 1 TO OQ-FULL
                END-IF
            END-IF.
            IF OQ-HIT > 0
                ADD 1 TO OQ-VIEWS(OQ-HIT)
                COMPUTE OQ-MSGS(OQ-HIT) = OQ-MSGS(OQ-HIT) + REC-MSGS
                MOVE VIEW-DATE TO OQ-LAST(OQ-HIT)
            END-IF.

      *-----------------------------------------------------------
      * 彙總段落
      *-----------------------------------------------------------
        7000-SUMMARY.
            IF UNMASKED-TOT = 0
                MOVE "  (NONE)" TO RPT-REC
                PERFORM 7900-RPTWRITE
            END-IF.

      * 2. 未遮罩調閱依操作者+QUE
            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE OQ-CNT TO CNT-DISP.
            STRING "UNMASKED VIEWS BY OPERATOR AND QUE :" CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            IF OQ-FULL > 0
                MOVE OQ-FULL TO CNT-DISP
                MOVE SPACES TO RPT-REC
                STRING "  OPERATOR/QUE TABLE FULL, VIEWS SKIPPED :"
                       CNT-DISP DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            END-IF.
            MOVE SPACES TO RPT-REC.
            STRING "  OPERATOR             QUE                       "
                   "                    VIEWS       MSGS FIRST    LAST"
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            PERFORM VARYING OQ-IDX FROM 1 BY 1 UNTIL OQ-IDX > OQ-CNT
                MOVE OQ-VIEWS(OQ-IDX) TO CNT-DISP
                MOVE OQ-MSGS(OQ-IDX) TO CNT-DISP2
                MOVE SPACES TO RPT-REC
                STRING "  " OQ-OPER(OQ-IDX)(1:20) " "
                       OQ-QUE(OQ-IDX)(1:40) " " CNT-DISP " "
                       CNT-DISP2 " " OQ-FIRST(OQ-IDX) " "
                       OQ-LAST(OQ-IDX)
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            END-PERFORM.

      * 3. 全部調閱依程式
            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE "ALL CONTENT VIEWS BY PROGRAM" TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE "  PGM          MASKED   UNMASKED" TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            PERFORM VARYING PG-IDX FROM 1 BY 1 UNTIL PG-IDX > PG-CNT
                MOVE PG-MASKED(PG-IDX) TO CNT-DISP
                MOVE PG-UNMASKED(PG-IDX) TO CNT-DISP2
                MOVE SPACES TO RPT-REC
                STRING "  " PG-NAME(PG-IDX) " " CNT-DISP " "
                       CNT-DISP2
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            END-PERFORM.

            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE VIEW-TOT TO CNT-DISP.
            MOVE MASKED-TOT TO CNT-DISP2.
            MOVE UNMASKED-TOT TO CNT-DISP3.
            STRING "CONTENT VIEWS :" CNT-DISP
                   "   MASKED :" CNT-DISP2
                   "   UNMASKED :" CNT-DISP3
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE UNMASKED-MSGS TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "MSGS SHOWN UNMASKED :" CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

        7900-RPTWRITE.
            WRITE RPT-REC.
            DISPLAY RPT-REC(1:120).

        2000-PARAM.

            ACCEPT PARAM-LIST FROM COMMAND-LINE.
            MOVE 1 TO STRING-PTR.
            SET PARAM-LIST-SIZE TO SIZE OF PARAM-LIST.

      * PARSING COMMAND-LINE 內容
      * 選擇性參數 : -month yyyymm , -o report_file
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                    INTO PARAM
                    POINTER STRING-PTR
                    ON OVERFLOW
                        IF STRING-PTR > PARAM-LIST-SIZE THEN
                            MOVE "Y" TO PARAM-FLAG
                            EVALUATE PARAM-PREV
                                WHEN "-month"
                                    MOVE PARAM TO RPT-MONTH
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

            IF RPT-MONTH NOT = SPACES
            AND RPT-MONTH IS NOT NUMERIC
                GO TO 3000-PERR
            END-IF.

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"        MOVE "Y" TO QUIET-SW
                WHEN "--batch"   MOVE "Y" TO QUIET-SW
                WHEN "-month"    MOVE PARAM TO PARAM-PREV
                WHEN "-o"        MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-month"
                            MOVE PARAM TO RPT-MONTH
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

            DISPLAY "MWVIEWRPT - Monthly Message Content Access Report".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWVIEWRPT [options]".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  [-month yyyymm]    Report Month, default last".
            DISPLAY "                     month".
            DISPLAY "  [-o report_file]   Report(Default".
            DISPLAY "                     MWVIEWRPTOUT)".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            DISPLAY "  Reads The View Register MWVIEWREG(env Override)".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWVIEWRPT.
