      *    ACKFD.DEF 格式)；MWINCWATCH 據以抑制已認可組合的重複
      *    告警，MWINCRPT/MWBRIEF 據以統計未結/已結
      * 3. 認可/結案動作記入共用操作軌跡檔(AUDITLOG)
      * 4. 列示時以 程式+代碼(+QUE) 查事故處置手冊(MWRUNBOOK)，
      *    逐筆帶出處置步驟、升級聯絡人與可否直接重跑
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-09-02 ARIEN
      *     新增本程式
      * 2026-10-15 ARIEN
      *     列示時逐筆帶出事故處置手冊(MWRUNBOOK)條目
      * 2026-10-15 ARIEN
      *     列示先讀全部已封月段(MWLOGROT)再讀現行日誌，未結事故不因
      *     封段消失
      *
      */
        IDENTIFICATION DIVISION.
            COPY "ACKSL.DEF".
            COPY "AUDITSL.DEF".
            COPY "INCLOGSL.DEF".
            COPY "RUNBSL.DEF".
            COPY "SEGSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        COPY "ACKFD.DEF".
        COPY "AUDITFD.DEF".
        COPY "INCLOGFD.DEF".
        COPY "RUNBFD.DEF".
        COPY "SEGFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "SEGWS.DEF".
        COPY "ACKWS.DEF".
        COPY "RUNBWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
            88 INCLOG-EOF       VALUE "10".
      *-----------------------------------------------------------
        6000-LISTALL.
            PERFORM 1720-ACKLOAD THRU 1720-EXIT.
            PERFORM 1760-RUNBLOAD THRU 1760-EXIT.

      * 未結事故不因封段消失：已封月段(MWLOGROT)全數先讀，再讀
      * 現行日誌；剛封段尚無新事故時現行日誌可不存在
            MOVE "I" TO SEGL-LOG.
            MOVE SPACES TO SEGL-FROM.
            MOVE SPACES TO SEGL-TO.
            PERFORM 1660-SEGLIST THRU 1660-EXIT.
            PERFORM 6050-INCSEG
                    VARYING SEGL-IDX FROM 1 BY 1
                    UNTIL SEGL-IDX > SEGL-CNT.

            OPEN INPUT INCIDENT-LOG-FILE.
            IF INCLOG-FILE-STAT NOT = "00" AND SEGL-TOTAL = 0
                DISPLAY "INCIDENT LOG NOT FOUND, STATUS "
                        INCLOG-FILE-STAT
                MOVE MWRC-OK TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

            IF INCLOG-FILE-STAT = "00"
                PERFORM TEST BEFORE UNTIL INCLOG-EOF
                    READ INCIDENT-LOG-FILE
                        AT END
                            MOVE "10" TO INCLOG-FILE-STAT
                        NOT AT END
                            PERFORM 6100-LISTONE
                    END-READ
                END-PERFORM
                CLOSE INCIDENT-LOG-FILE
            END-IF.

            DISPLAY "-----------------------------------------------".
            MOVE OPEN-CNT TO CNT-DISP.
            END-IF.
            MOVE MWRC-OK TO RETURN-CODE.

      *-----------------------------------------------------------
      * 讀一個已封月段(日誌環境變數暫指段檔開檔)
      *-----------------------------------------------------------
        6050-INCSEG.
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
                            PERFORM 6100-LISTONE
                    END-READ
                END-PERFORM
                CLOSE INCIDENT-LOG-FILE
            END-IF.

        6100-LISTONE.
            IF INCLOG-REC = SPACES
                CONTINUE
                            MOVE INCLOG-CODE TO OLDEST-CODE
                        END-IF
                END-EVALUATE
                PERFORM 6200-RUNBSHOW
            END-IF.

      * 事故處置手冊條目(查無則不列)
        6200-RUNBSHOW.
            MOVE INCLOG-PGM TO RBF-PGM.
            MOVE INCLOG-CODE TO RBF-CODE.
            MOVE INCLOG-QUE TO RBF-QUE.
            PERFORM 1770-RUNBFIND.
            IF RBF-FOUND
                DISPLAY "     RUNBOOK RETRY=" RBF-RETRY
                        " CONTACT=" RBF-CONTACT
                DISPLAY "     " RBF-TEXT(1:100)
            END-IF.

        COPY "ACKPD.DEF".

        COPY "RUNBPD.DEF".

        COPY "SEGPD.DEF".

        1000-ERR.
            MOVE LENGTH OF ERR-TXT TO ERR-LEN.

            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            DISPLAY "  Ack File: INCACKLOG (env Override)".
            DISPLAY "  Runbook : MWRUNBOOK (env Override)".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.
