      * 2. 簡報開頭為總覽計數(檢查通過/失敗、隔夜事故數、警戒 QUE
      *    數)，之後為各明細段落，輸出至日期命名檔
      *    MWBRIEF_YYYYMMDD(可用 -o 覆蓋)供列印或寄送
      * 3. 隔夜事故逐筆查事故處置手冊(MWRUNBOOK)，有條目者下一行
      *    帶出可否重跑、升級聯絡人與處置步驟
      * 4. 控制檔異動紀錄(MWCFGLOG，MWCFGVER 夜間產生)中 -days n
      *    內的異動/刪除/還原列為「控制檔異動」段落，總覽加異動數
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      *     計數與最老未認可事故
      * 2026-09-02 ARIEN
      *     MWMERGE 彙整檔的主機欄有值時，隔夜事故明細帶主機名
      * 2026-10-15 ARIEN
      *     隔夜事故明細帶出事故處置手冊(MWRUNBOOK)條目
      * 2026-10-15 ARIEN
      *     新增控制檔異動段落(MWCFGLOG)
      * 2026-10-15 ARIEN
      *     隔夜事故改先讀 -days 涵蓋到的已封月段(MWLOGROT)，再讀現行
      *     日誌
      *
      */
        IDENTIFICATION DIVISION.
                FILE STATUS IS BRIEF-FILE-STAT.
            COPY "ACKSL.DEF".
            COPY "INCLOGSL.DEF".
            COPY "RUNBSL.DEF".
            COPY "CFGLSL.DEF".
            COPY "SEGSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        01  BRIEF-REC               PIC X(200).
        COPY "ACKFD.DEF".
        COPY "INCLOGFD.DEF".
        COPY "RUNBFD.DEF".
        COPY "CFGLFD.DEF".
        COPY "SEGFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "SEGWS.DEF".
        COPY "ACKWS.DEF".
        COPY "RUNBWS.DEF".

      * 認可層統計
        77  INC-OPEN-CNT        SIGNED-INT VALUE 0.
        77  DASH-FILE-STAT      PIC XX.
            88 DASH-EOF         VALUE "10".
        77  BRIEF-FILE-STAT     PIC XX.
        77  CFGL-FILE-STAT      PIC XX.
            88 CFGL-EOF         VALUE "10".

        77  PARAM-LIST          PIC X(255).
        77  PARAM-LIST-SIZE     PIC 9(3).
        77  TMO-CNT             SIGNED-INT VALUE 0.
        77  INC-CNT             SIGNED-INT VALUE 0.
        77  WARNQ-CNT           SIGNED-INT VALUE 0.
        77  CFGCHG-CNT          SIGNED-INT VALUE 0.
        77  CNT-DISP            PIC -(5)9.

        77  BRIEF-DATE          PIC X(8).
        77  REC-AGE             SIGNED-INT VALUE 0.
        77  SCAN-PASS           SIGNED-INT VALUE 0.

      * 失敗檢查/隔夜事故/警戒 QUE/控制檔異動明細暫存
        01  DET-TAB.
            05  DET-ENT OCCURS 300 TIMES.
                10  DET-KIND    PIC X.
            END-IF.

            PERFORM 1720-ACKLOAD THRU 1720-EXIT.
            PERFORM 1760-RUNBLOAD THRU 1760-EXIT.

            PERFORM 4000-SCANCHECK THRU 4000-EXIT.
            PERFORM 4300-SCANINC THRU 4300-EXIT.
            PERFORM 4600-SCANDASH THRU 4600-EXIT.
            PERFORM 4800-SCANCFG THRU 4800-EXIT.

            PERFORM 7000-WRITEBRIEF.

      * 掃描事故日誌：-days n 內的紀錄列入隔夜事故
      *-----------------------------------------------------------
        4300-SCANINC.
      * 已封月段(MWLOGROT)只讀 -days 涵蓋到的段，再讀現行日誌
            MOVE "I" TO SEGL-LOG.
            MOVE DAYS-LIMIT TO SEGL-DAYS.
            PERFORM 1660-SEGLIST THRU 1660-EXIT.
            PERFORM 4350-INCSEG
                    VARYING SEGL-IDX FROM 1 BY 1
                    UNTIL SEGL-IDX > SEGL-CNT.

            OPEN INPUT INCIDENT-LOG-FILE.
            IF INCLOG-FILE-STAT NOT = "00"
                GO TO 4300-EXIT
        4300-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 讀一個已封月段(日誌環境變數暫指段檔開檔)
      *-----------------------------------------------------------
        4350-INCSEG.
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
                            PERFORM 4400-INCONE
                    END-READ
                END-PERFORM
                CLOSE INCIDENT-LOG-FILE
            END-IF.

        4400-INCONE.
            IF INCLOG-REC = SPACES
            OR INCLOG-DATE = SPACES
                                INTO DET-TEXT(DET-CNT)
                            END-STRING
                        END-IF
                        PERFORM 4450-RUNBDET
                    END-IF
                END-IF
            END-IF.

      * 事故處置手冊條目接在該筆事故明細之後
        4450-RUNBDET.
            MOVE INCLOG-PGM TO RBF-PGM.
            MOVE INCLOG-CODE TO RBF-CODE.
            MOVE INCLOG-QUE TO RBF-QUE.
            PERFORM 1770-RUNBFIND.
            IF RBF-FOUND AND DET-CNT < 300
                COMPUTE DET-CNT = DET-CNT + 1
                MOVE "I" TO DET-KIND(DET-CNT)
                MOVE SPACES TO DET-TEXT(DET-CNT)
                STRING "    RUNBOOK RETRY=" DELIMITED BY SIZE
                       RBF-RETRY DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(RBF-CONTACT) DELIMITED BY SIZE
                       " : " DELIMITED BY SIZE
                       RBF-TEXT DELIMITED BY SIZE
                    INTO DET-TEXT(DET-CNT)
                END-STRING
            END-IF.

      *-----------------------------------------------------------
      * 掃描 MWDASH -csv 快照：使用率達 -warn pct 即列警戒
      *-----------------------------------------------------------
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 掃描控制檔異動紀錄：-days n 內的表頭紀錄(不含逐行明細)
      *-----------------------------------------------------------
        4800-SCANCFG.
            OPEN INPUT CFG-LOG-FILE.
            IF CFGL-FILE-STAT NOT = "00"
                GO TO 4800-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL CFGL-EOF
                READ CFG-LOG-FILE
                    AT END
                        MOVE "10" TO CFGL-FILE-STAT
                    NOT AT END
                        PERFORM 4850-CFGONE
                END-READ
            END-PERFORM.
            CLOSE CFG-LOG-FILE.

        4800-EXIT.
            CONTINUE.

        4850-CFGONE.
            IF CFGL-DATE IS NOT NUMERIC
            OR CFGL-KIND = "BEFORE" OR CFGL-KIND = "AFTER"
                CONTINUE
            ELSE
                COMPUTE REC-NUM = FUNCTION NUMVAL(CFGL-DATE)
                COMPUTE REC-INT =
                        FUNCTION INTEGER-OF-DATE(REC-NUM)
                COMPUTE REC-AGE = TODAY-INT - REC-INT
                IF REC-AGE <= DAYS-LIMIT
                    ADD 1 TO CFGCHG-CNT
                    IF DET-CNT < 300
                        COMPUTE DET-CNT = DET-CNT + 1
                        MOVE "G" TO DET-KIND(DET-CNT)
                        MOVE SPACES TO DET-TEXT(DET-CNT)
                        STRING CFGL-DATE " " CFGL-TIME " "
                               CFGL-FILE " " CFGL-KIND " "
                               CFGL-OPER(1:12) " "
                               CFGL-TEXT(1:100)
                               DELIMITED BY SIZE
                            INTO DET-TEXT(DET-CNT)
                        END-STRING
                    END-IF
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 寫出簡報：總覽在前，明細段落在後
      *-----------------------------------------------------------
                   DELIMITED BY SIZE INTO BRIEF-REC
            END-STRING.
            WRITE BRIEF-REC.
            MOVE CFGCHG-CNT TO CNT-DISP.
            MOVE SPACES TO BRIEF-REC.
            STRING "CONFIG CHANGES   : " CNT-DISP
                   DELIMITED BY SIZE INTO BRIEF-REC
            END-STRING.
            WRITE BRIEF-REC.

            MOVE SPACES TO BRIEF-REC.
            MOVE "FAILED CHECKS" TO BRIEF-REC.
            MOVE "Q" TO CSV-TYPE.
            PERFORM 7700-DETSECT2.

            MOVE SPACES TO BRIEF-REC.
            MOVE "CONTROL FILE CHANGES" TO BRIEF-REC.
            WRITE BRIEF-REC.
            MOVE "G" TO CSV-TYPE.
            PERFORM 7700-DETSECT2.

            CLOSE BRIEF-OUT-FILE.

        7500-DETSECT.
        7600-SECTSWAP.
            CONTINUE.

        COPY "SEGPD.DEF".

        COPY "ACKPD.DEF".

        COPY "RUNBPD.DEF".

        7700-DETSECT2.
            MOVE 0 TO SCAN-PASS.
            PERFORM VARYING DET-IDX FROM 1 BY 1
