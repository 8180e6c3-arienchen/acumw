      * -------------------------------------------------------------
      * 2026-09-02 ARIEN
      *     新增本程式
      * 2026-10-15 ARIEN
      *     已封月段(MWLOGROT)只讀上月至本月涵蓋到的段，再讀現行日誌
      *
      */
        IDENTIFICATION DIVISION.
            COPY "AUDITSL.DEF".
            COPY "INCLOGSL.DEF".
            COPY "REGMSL.DEF".
            COPY "SEGSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        COPY "AUDITFD.DEF".
        COPY "INCLOGFD.DEF".
        COPY "REGMFD.DEF".
        COPY "SEGFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "SEGWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
        77  AUDIT-FILE-STAT     PIC XX.
      * 掃描操作軌跡：本月與上月逐 QUE 送收筆數
      *-----------------------------------------------------------
        4000-AUDSCAN.
      * 已封月段(MWLOGROT)只讀上月月初至本月月底涵蓋到的段，再讀
      * 現行日誌
            MOVE SPACES TO SEGL-FROM.
            STRING PREV-MONTH "01" DELIMITED BY SIZE INTO SEGL-FROM.
            MOVE SPACES TO SEGL-TO.
            STRING BILL-MONTH "31" DELIMITED BY SIZE INTO SEGL-TO.
            MOVE "A" TO SEGL-LOG.
            PERFORM 1660-SEGLIST THRU 1660-EXIT.
            PERFORM 4050-AUDSEG
                    VARYING SEGL-IDX FROM 1 BY 1
                    UNTIL SEGL-IDX > SEGL-CNT.

            OPEN INPUT AUDIT-LOG-FILE.
            IF AUDIT-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN AUDITLOG, STATUS "

            CLOSE AUDIT-LOG-FILE.

      *-----------------------------------------------------------
      * 讀一個已封月段(日誌環境變數暫指段檔開檔)
      *-----------------------------------------------------------
        4050-AUDSEG.
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
                            PERFORM 4100-AUDONE THRU 4100-EXIT
                    END-READ
                END-PERFORM
                CLOSE AUDIT-LOG-FILE
            END-IF.

        4100-AUDONE.
            IF AUDIT-REC = SPACES
            OR AUDIT-QUE(1:1) = "("
        7500-EXIT.
            CONTINUE.

        COPY "SEGPD.DEF".

        1000-ERR.
            MOVE LENGTH OF ERR-TXT TO ERR-LEN.

