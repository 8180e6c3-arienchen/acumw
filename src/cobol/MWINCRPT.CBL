      * 2. 取代每月服務檢討前的人工試算表彙整；-days n 可僅統計
      *    最近 n 天
      * 3. 報表寫入 -o report_file 並同步顯示
      * 4. 重複訊息前 10 名逐項以首見之 程式+代碼(+QUE) 查事故處置
      *    手冊(MWRUNBOOK)，有條目者帶出處置步驟與升級聯絡人
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      *     行事曆檔(MWCAL)存在時 -days 與週對週趨勢改以營業日
      *     計算(本週 5 個營業日、前週 5 個營業日)，連假不再拉低
      *     趨勢基期；檔案不存在時沿用日曆日(7/14 天)
      * 2026-10-15 ARIEN
      *     重複訊息前 10 名帶出事故處置手冊(MWRUNBOOK)條目
      * 2026-10-15 ARIEN
      *     已封月段(MWLOGROT)只讀 -days 涵蓋到的段，再讀現行日誌；
      *     剛封段尚無新事故時現行日誌不存在不視為錯誤
      *
      */
        IDENTIFICATION DIVISION.
            COPY "ACKSL.DEF".
            COPY "CALSL.DEF".
            COPY "INCLOGSL.DEF".
            COPY "RUNBSL.DEF".
            COPY "SEGSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        COPY "ACKFD.DEF".
        COPY "CALFD.DEF".
        COPY "INCLOGFD.DEF".
        COPY "RUNBFD.DEF".
        COPY "SEGFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "SEGWS.DEF".
        COPY "ACKWS.DEF".
        COPY "CALWS.DEF".
        COPY "RUNBWS.DEF".

      * 認可層統計
        77  OPEN-CNT            SIGNED-INT VALUE 0.
            05  MSG-ENT OCCURS 200 TIMES.
                10  M-MSG       PIC X(60).
                10  M-CNT       SIGNED-INT.
                10  M-PGM       PIC X(8).
                10  M-CODE      PIC X(10).
                10  M-QUE       PIC X(64).
        77  MSG-CNT             SIGNED-INT VALUE 0.
        01  HOST-TAB.
            05  HOST-ENT OCCURS 20 TIMES.
      * 認可檔存在時加計未結/已結統計
            PERFORM 1720-ACKLOAD THRU 1720-EXIT.

      * 處置手冊存在時於重複訊息段落帶出條目
            PERFORM 1760-RUNBLOAD THRU 1760-EXIT.

      * 行事曆檔存在時以營業日計算
            PERFORM 1700-CALLOAD THRU 1700-EXIT.
            IF CAL-LOADED
                DISPLAY "SHOP CALENDAR LOADED, AGES IN BUSINESS DAYS"
            END-IF.

      * 已封月段(MWLOGROT)只讀 -days 涵蓋到的段(營業日計齡時多抓
      * 一倍天數含週末假日)，再讀現行日誌；剛封段尚無新事故時
      * 現行日誌可不存在
            MOVE "I" TO SEGL-LOG.
            MOVE DAYS-LIMIT TO SEGL-DAYS.
            IF CAL-LOADED AND DAYS-LIMIT > 0
                COMPUTE SEGL-DAYS = DAYS-LIMIT * 2 + 14
            END-IF.
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

            OPEN OUTPUT MWINCRPT-RPT-FILE.
            IF RPT-FILE-STAT NOT = "00"
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
      * 彙總一筆事故紀錄
      *-----------------------------------------------------------
                MOVE MSG-CNT TO TAB-HIT
                MOVE INCLOG-MSG(1:60) TO M-MSG(TAB-HIT)
                MOVE 0 TO M-CNT(TAB-HIT)
                MOVE INCLOG-PGM TO M-PGM(TAB-HIT)
                MOVE INCLOG-CODE TO M-CODE(TAB-HIT)
                MOVE INCLOG-QUE TO M-QUE(TAB-HIT)
            END-IF.
            IF TAB-HIT > 0
                ADD 1 TO M-CNT(TAB-HIT)
                        INTO RPT-REC
                    END-STRING
                    PERFORM 7900-RPTWRITE
                    PERFORM 7100-RUNBLINE
                    MOVE 0 TO M-CNT(TOP-PICK)
                END-IF
            END-PERFORM.

      * 重複訊息的處置手冊條目(查無則不列)
        7100-RUNBLINE.
            MOVE M-PGM(TOP-PICK) TO RBF-PGM.
            MOVE M-CODE(TOP-PICK) TO RBF-CODE.
            MOVE M-QUE(TOP-PICK) TO RBF-QUE.
            PERFORM 1770-RUNBFIND.
            IF RBF-FOUND
                MOVE SPACES TO RPT-REC
                STRING "             " DELIMITED BY SIZE
                       M-PGM(TOP-PICK) DELIMITED BY SIZE
                       " CODE=" DELIMITED BY SIZE
                       FUNCTION TRIM(M-CODE(TOP-PICK))
                           DELIMITED BY SIZE
                       " RUNBOOK RETRY=" DELIMITED BY SIZE
                       RBF-RETRY DELIMITED BY SIZE
                       " CONTACT=" DELIMITED BY SIZE
                       RBF-CONTACT DELIMITED BY SIZE
                    INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                MOVE SPACES TO RPT-REC
                STRING "             " DELIMITED BY SIZE
                       RBF-TEXT DELIMITED BY SIZE
                    INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            END-IF.

        7900-RPTWRITE.
            WRITE RPT-REC.
            DISPLAY RPT-REC(1:100).

        COPY "CALPD.DEF".

        COPY "SEGPD.DEF".

        COPY "RUNBPD.DEF".

        2000-PARAM.

            ACCEPT PARAM-LIST FROM COMMAND-LINE.
