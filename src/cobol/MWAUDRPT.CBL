      * -------------------------------------------------------------
      * 2026-09-02 ARIEN
      *     新增本程式
      * 2026-10-15 ARIEN
      *     明細段加列變更單號(AUDIT-CHGNO)，季度變更稽核可逐筆對
      *     到變更單
      * 2026-10-15 ARIEN
      *     已封月段(MWLOGROT)依 -from/-to 只讀涵蓋到的段，再讀現行
      *     日誌
      *
      */
        IDENTIFICATION DIVISION.
                FILE STATUS IS RPT-FILE-STAT.
            COPY "AUDITSL.DEF".
            COPY "INCLOGSL.DEF".
            COPY "SEGSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        01  RPT-REC                 PIC X(200).
        COPY "AUDITFD.DEF".
        COPY "INCLOGFD.DEF".
        COPY "SEGFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "SEGWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
        77  AUDIT-FILE-STAT     PIC XX.
            MOVE "MWAUDRPT - AUDIT TRAIL DETAIL" TO RPT-REC.
            PERFORM 7900-RPTWRITE.

      * 已封月段(MWLOGROT)只讀日期區間涵蓋到的段，再讀現行日誌
            MOVE "A" TO SEGL-LOG.
            MOVE F-FROM TO SEGL-FROM.
            MOVE F-TO TO SEGL-TO.
            PERFORM 1660-SEGLIST THRU 1660-EXIT.
            PERFORM 4900-AUDSEG
                    VARYING SEGL-IDX FROM 1 BY 1
                    UNTIL SEGL-IDX > SEGL-CNT.

            OPEN INPUT AUDIT-LOG-FILE.
            IF AUDIT-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN AUDITLOG, STATUS "
            END-IF.
            STOP RUN.

      *-----------------------------------------------------------
      * 讀一個已封月段(日誌環境變數暫指段檔開檔)
      *-----------------------------------------------------------
        4900-AUDSEG.
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
                            PERFORM 5000-AUDONE THRU 5000-EXIT
                    END-READ
                END-PERFORM
                CLOSE AUDIT-LOG-FILE
            END-IF.

      *-----------------------------------------------------------
      * 過濾並彙總一筆
      *-----------------------------------------------------------
            STRING "  " AUDIT-DATE " " AUDIT-TIME " "
                   AUDIT-OPER(1:16) " " AUDIT-PGM " "
                   AUDIT-ACTION " " AUDIT-QUE(1:40) " "
                   AUDIT-CNT " " AUDIT-CHGNO DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            WRITE RPT-REC.
            DISPLAY RPT-REC(1:120).

        COPY "SEGPD.DEF".

        1000-ERR.
            MOVE LENGTH OF ERR-TXT TO ERR-LEN.

