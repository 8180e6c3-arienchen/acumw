      */--------------------------------------------------------------
      * MWRUNBOOK.CBL
      * 事故處置手冊涵蓋率報表
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. 事故處置手冊(MWRUNBOOK，RUNBSL.DEF 格式)讓值班人員在
      *    MWINCACK/MWBRIEF/MWINCRPT 看到事故時即有處置步驟；本程式
      *    檢查手冊是否跟得上實際發生的事故：
      *    - 讀取事故日誌最近 -days n 天(預設 90)之紀錄，依
      *      程式+代碼+QUE 歸併
      *    - 逐組以與上列程式相同之規則查手冊，查無者列入
      *      「未涵蓋」清單(筆數、最近發生時點、訊息樣本)
      *    - 期間內一次也沒命中的手冊條目列為「未使用」，供檢討
      *      是否過時
      * 2. 手冊格式錯誤(代碼非數字)的行數一併列出
      * 3. 報表寫入 -o report_file(預設 MWRUNBOOKOUT)並同步顯示
      * 4. 有未涵蓋之事故時 RETURN-CODE = 3，事故日誌不存在時 6
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式
      * 2026-10-15 ARIEN
      *     已封月段(MWLOGROT)只讀 -days 涵蓋到的段，再讀現行日誌；
      *     剛封段尚無新事故時現行日誌不存在不視為錯誤
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWRUNBOOK.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT MWRUNBOOK-RPT-FILE ASSIGN TO RPT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-FILE-STAT.
            COPY "INCLOGSL.DEF".
            COPY "RUNBSL.DEF".
            COPY "SEGSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        FD  MWRUNBOOK-RPT-FILE.
        01  RPT-REC                 PIC X(160).
        COPY "INCLOGFD.DEF".
        COPY "RUNBFD.DEF".
        COPY "SEGFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "SEGWS.DEF".
        COPY "RUNBWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
            88 INCLOG-EOF       VALUE "10".
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
                                 VALUE "MWRUNBOOKOUT".
        77  DAYS-LIMIT          SIGNED-INT VALUE 90.

      * 事故組合表(程式+代碼+QUE)
        01  GRP-TAB.
            05  GRP-ENT OCCURS 500 TIMES.
                10  G-PGM       PIC X(8).
                10  G-CODE      PIC X(10).
                10  G-QUE       PIC X(64).
                10  G-CNT       SIGNED-INT.
                10  G-LAST      PIC X(17).
                10  G-MSG       PIC X(60).
                10  G-RB        SIGNED-INT.
        77  GRP-CNT             SIGNED-INT VALUE 0.
        77  GRP-FULL            SIGNED-INT VALUE 0.
      * 手冊條目命中筆數(與 RUNB-TAB 同序)
        01  HIT-TAB.
            05  RB-HITS         SIGNED-INT OCCURS 300 TIMES.

        77  TAB-IDX             SIGNED-INT VALUE 0.
        77  TAB-HIT             SIGNED-INT VALUE 0.
        77  INC-CNT             SIGNED-LONG VALUE 0.
        77  COV-GRP             SIGNED-INT VALUE 0.
        77  UNCOV-GRP           SIGNED-INT VALUE 0.
        77  COV-INC             SIGNED-LONG VALUE 0.
        77  UNCOV-INC           SIGNED-LONG VALUE 0.
        77  UNUSED-CNT          SIGNED-INT VALUE 0.
        77  COV-PCT             SIGNED-INT VALUE 0.
        77  CNT-DISP            PIC -(7)9.
        77  CNT-DISP2           PIC -(7)9.
        77  PCT-DISP            PIC ZZ9.

        77  TODAY-DATE          PIC X(8).
        77  TODAY-NUM           PIC 9(8).
        77  TODAY-INT           SIGNED-INT VALUE 0.
        77  REC-NUM             PIC 9(8).
        77  REC-INT             SIGNED-INT VALUE 0.
        77  REC-AGE             SIGNED-INT VALUE 0.
        01  STAMP-WORK          PIC X(17).

        PROCEDURE               DIVISION.
        MAIN-RTN                SECTION.
        0000-BEGIN.

            PERFORM 2000-PARAM.

            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            COMPUTE TODAY-NUM = FUNCTION NUMVAL(TODAY-DATE).
            COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-NUM).

            PERFORM 1760-RUNBLOAD THRU 1760-EXIT.
            IF NOT RUNB-LOADED
                DISPLAY "RUNBOOK FILE NOT FOUND, NOTHING IS COVERED"
            END-IF.
            PERFORM VARYING TAB-IDX FROM 1 BY 1 UNTIL TAB-IDX > 300
                MOVE 0 TO RB-HITS(TAB-IDX)
            END-PERFORM.

      * 已封月段(MWLOGROT)只讀 -days 涵蓋到的段，再讀現行日誌；
      * 剛封段尚無新事故時現行日誌可不存在
            MOVE "I" TO SEGL-LOG.
            MOVE DAYS-LIMIT TO SEGL-DAYS.
            PERFORM 1660-SEGLIST THRU 1660-EXIT.
            PERFORM 4900-INCSEG
                    VARYING SEGL-IDX FROM 1 BY 1
                    UNTIL SEGL-IDX > SEGL-CNT.

            OPEN INPUT INCIDENT-LOG-FILE.
            IF INCLOG-FILE-STAT NOT = "00" AND SEGL-TOTAL = 0
                DISPLAY "CANNOT OPEN INCIDENT LOG, STATUS "
                        INCLOG-FILE-STAT
                MOVE MWRC-FILE TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

            IF INCLOG-FILE-STAT = "00"
                PERFORM TEST BEFORE UNTIL INCLOG-EOF
                    READ INCIDENT-LOG-FILE
                        AT END
                            MOVE "10" TO INCLOG-FILE-STAT
                        NOT AT END
                            PERFORM 5000-TALLYONE THRU 5000-EXIT
                    END-READ
                END-PERFORM
                CLOSE INCIDENT-LOG-FILE
            END-IF.

      * 逐組查手冊
            PERFORM VARYING TAB-IDX FROM 1 BY 1
                    UNTIL TAB-IDX > GRP-CNT
                MOVE G-PGM(TAB-IDX) TO RBF-PGM
                MOVE G-CODE(TAB-IDX) TO RBF-CODE
                MOVE G-QUE(TAB-IDX) TO RBF-QUE
                PERFORM 1770-RUNBFIND
                MOVE RBF-IDX TO G-RB(TAB-IDX)
                IF RBF-FOUND
                    ADD 1 TO COV-GRP
                    ADD G-CNT(TAB-IDX) TO COV-INC
                    ADD G-CNT(TAB-IDX) TO RB-HITS(RBF-IDX)
                ELSE
                    ADD 1 TO UNCOV-GRP
                    ADD G-CNT(TAB-IDX) TO UNCOV-INC
                END-IF
            END-PERFORM.

            OPEN OUTPUT MWRUNBOOK-RPT-FILE.
            IF RPT-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN RPT FILE : " RPT-FILE-NAME
                MOVE MWRC-FILE TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

            PERFORM 7000-REPORT.

            CLOSE MWRUNBOOK-RPT-FILE.

            DISPLAY "REPORT : " RPT-FILE-NAME(1:50).
            IF UNCOV-GRP > 0
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
      * 讀一個已封月段(日誌環境變數暫指段檔開檔)
      *-----------------------------------------------------------
        4900-INCSEG.
            PERFORM 1665-SEGPOINT.
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
                            PERFORM 5000-TALLYONE THRU 5000-EXIT
                    END-READ
                END-PERFORM
                CLOSE INCIDENT-LOG-FILE
            END-IF.

      *-----------------------------------------------------------
      * 歸併一筆事故紀錄(無日期之第一代紀錄視為過舊)
      *-----------------------------------------------------------
        5000-TALLYONE.
            IF INCLOG-REC = SPACES
            OR INCLOG-DATE = SPACES
            OR INCLOG-DATE IS NOT NUMERIC
                GO TO 5000-EXIT
            END-IF.

            COMPUTE REC-NUM = FUNCTION NUMVAL(INCLOG-DATE).
            COMPUTE REC-INT = FUNCTION INTEGER-OF-DATE(REC-NUM).
            COMPUTE REC-AGE = TODAY-INT - REC-INT.
            IF REC-AGE >= DAYS-LIMIT
                GO TO 5000-EXIT
            END-IF.

            COMPUTE INC-CNT = INC-CNT + 1.
            MOVE SPACES TO STAMP-WORK.
            STRING INCLOG-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INCLOG-TIME DELIMITED BY SIZE
                INTO STAMP-WORK
            END-STRING.

            MOVE 0 TO TAB-HIT.
            PERFORM VARYING TAB-IDX FROM 1 BY 1
                    UNTIL TAB-IDX > GRP-CNT OR TAB-HIT > 0
                IF G-PGM(TAB-IDX) = INCLOG-PGM
                AND G-CODE(TAB-IDX) = INCLOG-CODE
                AND G-QUE(TAB-IDX) = INCLOG-QUE
                    MOVE TAB-IDX TO TAB-HIT
                END-IF
            END-PERFORM.
            IF TAB-HIT = 0
                IF GRP-CNT < 500
                    COMPUTE GRP-CNT = GRP-CNT + 1
                    MOVE GRP-CNT TO TAB-HIT
                    MOVE INCLOG-PGM TO G-PGM(TAB-HIT)
                    MOVE INCLOG-CODE TO G-CODE(TAB-HIT)
                    MOVE INCLOG-QUE TO G-QUE(TAB-HIT)
                    MOVE 0 TO G-CNT(TAB-HIT)
                    MOVE 0 TO G-RB(TAB-HIT)
                ELSE
                    ADD 1 TO GRP-FULL
                    GO TO 5000-EXIT
                END-IF
            END-IF.
            ADD 1 TO G-CNT(TAB-HIT).
            MOVE STAMP-WORK TO G-LAST(TAB-HIT).
            MOVE INCLOG-MSG(1:60) TO G-MSG(TAB-HIT).

        5000-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 產出報表
      *-----------------------------------------------------------
        7000-REPORT.
            MOVE DAYS-LIMIT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "MWRUNBOOK - RUNBOOK COVERAGE " DELIMITED BY SIZE
                   TODAY-DATE DELIMITED BY SIZE
                   ", LAST " DELIMITED BY SIZE
                   FUNCTION TRIM(CNT-DISP) DELIMITED BY SIZE
                   " DAYS" DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            MOVE INC-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "INCIDENTS        : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE COV-GRP TO CNT-DISP.
            MOVE COV-INC TO CNT-DISP2.
            MOVE SPACES TO RPT-REC.
            STRING "COVERED GROUPS   : " CNT-DISP
                   "  INCIDENTS " CNT-DISP2
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE UNCOV-GRP TO CNT-DISP.
            MOVE UNCOV-INC TO CNT-DISP2.
            MOVE SPACES TO RPT-REC.
            STRING "UNCOVERED GROUPS : " CNT-DISP
                   "  INCIDENTS " CNT-DISP2
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            IF INC-CNT > 0
                COMPUTE COV-PCT = COV-INC * 100 / INC-CNT
                MOVE COV-PCT TO PCT-DISP
                MOVE SPACES TO RPT-REC
                STRING "COVERAGE         : " PCT-DISP "%"
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            END-IF.
            MOVE RUNB-CNT TO CNT-DISP.
            MOVE RUNB-BAD TO CNT-DISP2.
            MOVE SPACES TO RPT-REC.
            STRING "RUNBOOK ENTRIES  : " CNT-DISP
                   "  BAD LINES " CNT-DISP2
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            IF GRP-FULL > 0
                MOVE GRP-FULL TO CNT-DISP
                MOVE SPACES TO RPT-REC
                STRING "NOT GROUPED(FULL): " CNT-DISP
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            END-IF.

            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE "NO RUNBOOK ENTRY (PGM/CODE/CNT/LAST/QUE)" TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            PERFORM VARYING TAB-IDX FROM 1 BY 1
                    UNTIL TAB-IDX > GRP-CNT
                IF G-RB(TAB-IDX) = 0
                    MOVE G-CNT(TAB-IDX) TO CNT-DISP
                    MOVE SPACES TO RPT-REC
                    STRING "  " G-PGM(TAB-IDX) " "
                           G-CODE(TAB-IDX) " " CNT-DISP "  "
                           G-LAST(TAB-IDX) "  "
                           G-QUE(TAB-IDX)(1:40)
                           DELIMITED BY SIZE
                        INTO RPT-REC
                    END-STRING
                    PERFORM 7900-RPTWRITE
                    MOVE SPACES TO RPT-REC
                    STRING "      " G-MSG(TAB-IDX)
                           DELIMITED BY SIZE
                        INTO RPT-REC
                    END-STRING
                    PERFORM 7900-RPTWRITE
                END-IF
            END-PERFORM.
            IF UNCOV-GRP = 0
                MOVE SPACES TO RPT-REC
                MOVE "  (NONE)" TO RPT-REC
                PERFORM 7900-RPTWRITE
            END-IF.

            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE "RUNBOOK ENTRIES NOT USED (PGM/CODE/QUEPAT)"
                TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            PERFORM VARYING TAB-IDX FROM 1 BY 1
                    UNTIL TAB-IDX > RUNB-CNT
                IF RB-HITS(TAB-IDX) = 0
                    ADD 1 TO UNUSED-CNT
                    MOVE SPACES TO RPT-REC
                    STRING "  " RB-PGM(TAB-IDX) " "
                           RB-CODE(TAB-IDX) " "
                           RB-QPAT(TAB-IDX)(1:40)
                           DELIMITED BY SIZE
                        INTO RPT-REC
                    END-STRING
                    PERFORM 7900-RPTWRITE
                END-IF
            END-PERFORM.
            IF UNUSED-CNT = 0
                MOVE SPACES TO RPT-REC
                MOVE "  (NONE)" TO RPT-REC
                PERFORM 7900-RPTWRITE
            END-IF.

        7900-RPTWRITE.
            WRITE RPT-REC.
            DISPLAY RPT-REC(1:100).

        COPY "SEGPD.DEF".

        COPY "RUNBPD.DEF".

        2000-PARAM.

            ACCEPT PARAM-LIST FROM COMMAND-LINE.
            MOVE 1 TO STRING-PTR.
            SET PARAM-LIST-SIZE TO SIZE OF PARAM-LIST.

      * PARSING COMMAND-LINE 內容
      * 選擇性參數 : -days n , -o report_file
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                    INTO PARAM
                    POINTER STRING-PTR
                    ON OVERFLOW
                        IF STRING-PTR > PARAM-LIST-SIZE THEN
                            MOVE "Y" TO PARAM-FLAG
                            EVALUATE PARAM-PREV
                                WHEN "-days"
                                    COMPUTE DAYS-LIMIT =
                                            FUNCTION NUMVAL(PARAM)
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

            IF DAYS-LIMIT < 1
                GO TO 3000-PERR
            END-IF.

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"        MOVE "Y" TO QUIET-SW
                WHEN "--batch"   MOVE "Y" TO QUIET-SW
                WHEN "-days"     MOVE PARAM TO PARAM-PREV
                WHEN "-o"        MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-days"
                            COMPUTE DAYS-LIMIT =
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

            DISPLAY "MWRUNBOOK - Runbook Coverage Report".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWRUNBOOK [options]".
            DISPLAY " ".
            DISPLAY "  runbook line, one entry per line:".
            DISPLAY "    PGM|CODE|QUEPAT|RETRY|CONTACT|TEXT".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  [-days n]          Incident Lookback Days,".
            DISPLAY "                     default 90".
            DISPLAY "  [-o report_file]   Report(Default".
            DISPLAY "                     MWRUNBOOKOUT)".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            DISPLAY "  Runbook : MWRUNBOOK (env Override)".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWRUNBOOK.
