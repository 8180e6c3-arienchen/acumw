      * DESCRIPTION
      * 1. 讀取共用操作軌跡檔(AUDITLOG)，依 QUE 彙總指定日期的
      *    送出筆數(SEND/CAST/SPOOL/TIMER/LOAD/FEED/REPLAY)與
      *    取件筆數(RECV/SINK/MOVE/PURGE/EXPIRE/ROUTE/TEE/WORK/
      *    EXTRACT)
      * 2. 搭配 MWDASH -hist 深度歷史檔取得當日首筆與末筆深度，
      *    檢核 起始深度 + 送出 - 取件 = 收盤深度；不平衡即標示
      *    IMBALANCE(沉默當機的消費者當天就抓到，不用等三天)
      *     對帳納入後來的搬運程式：ROUTE/TEE/WORK 記為來源 QUE
      *     收(取出)，FEED/REPLAY 記為目的 QUE 送，免得這些 QUE
      *     天天誤報 IMBALANCE
      * 2026-10-15 ARIEN
      *     MWEXTRACT 定時抽檔(EXTRACT)記為來源 QUE 收(取出)
      * 2026-10-15 ARIEN
      *     已封月段(MWLOGROT)只讀涵蓋報表日期的段，再讀現行日誌
      *
      */
        IDENTIFICATION DIVISION.
                FILE STATUS IS RPT-FILE-STAT.
            COPY "AUDITSL.DEF".
            COPY "INCLOGSL.DEF".
            COPY "SEGSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        01  RPT-REC                 PIC X(160).
        COPY "AUDITFD.DEF".
        COPY "INCLOGFD.DEF".
        COPY "SEGFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "SEGWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
        77  AUDIT-FILE-STAT     PIC XX.
      * 掃描操作軌跡檔，彙總指定日期逐 QUE 送收筆數
      *-----------------------------------------------------------
        4000-AUDSCAN.
      * 已封月段(MWLOGROT)只讀涵蓋報表日期的段，再讀現行日誌
            MOVE "A" TO SEGL-LOG.
            MOVE RPT-DATE TO SEGL-FROM.
            MOVE RPT-DATE TO SEGL-TO.
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
            OR AUDIT-DATE NOT = RPT-DATE
                WHEN "ROUTE   "
                WHEN "TEE     "
                WHEN "WORK    "
                WHEN "EXTRACT "
                    MOVE AUDIT-QUE TO LOOK-QUE
                    PERFORM 4200-FLOWFIND
                    IF FLOW-HIT > 0
            WRITE RPT-REC.
            DISPLAY RPT-REC(1:120).

        COPY "SEGPD.DEF".

        1000-ERR.
            MOVE LENGTH OF ERR-TXT TO ERR-LEN.

