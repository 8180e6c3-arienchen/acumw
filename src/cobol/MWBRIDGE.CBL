      *    程式只管目錄內的檔
      * 3. -d transfer_dir 預設 BRIDGE，可由環境變數 MWBRIDGED
      *    覆蓋；-i interval_sec 輪詢間隔(預設 5)，-cycles 限輪數
      * 4. 每批匯出/匯入各記一筆操作軌跡(BRGEXP/BRGIMP，QUE 欄為
      *    QUE_nnnnnn)，MWMERGE 彙整兩端 AUDITLOG 後由 MWBRGRPT 對帳
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      *     啟動另補「mv 轉正與 XSEQ 落盤之間當掉」的接手：
      *     EXP-SEQ+1 的正式檔已存在且非空即推進並落盤序號，
      *     下一輪不再重用同號蓋掉未匯入的舊批
      * 2026-10-15 ARIEN
      *     逐批記操作軌跡：匯出 BRGEXP、匯入 BRGIMP，QUE 欄存批次
      *     檔名主體(QUE_nnnnnn)、筆數為批內訊息數，供 MWBRGRPT
      *     兩端逐批對帳；1950-AUDLOG 清紀錄前先留存呼叫端設好的
      *     動作/QUE/筆數
      * 2026-10-15 ARIEN
      *     設有 CURRENT 金鑰(MWKEYRING)時轉運檔轉正前整檔加密
      *     (MWCRYPT)；讀入(接手計數/匯入)先解成明文暫存再開，
      *     解不開即停機不匯入、不重用序號
      *
      */
        IDENTIFICATION DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * 轉運檔(二進位安全變長紀錄)
            SELECT BRIDGE-XFR-FILE ASSIGN TO XFR-IO-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS XFR-FILE-STAT.
      * 回執檔
        COPY "MWAPI.DEF".
        COPY "SVCWS.DEF".
        COPY "CHNWS.DEF".
        COPY "CRYPTWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
        77  AUDIT-FILE-STAT     PIC XX.
      * 1950-AUDLOG 清紀錄前先留存呼叫端設好的動作/QUE/筆數
        77  AUDIT-SV-ACTION     PIC X(8).
        77  AUDIT-SV-QUE        PIC X(64).
        77  AUDIT-SV-CNT        PIC -(9)9.
        77  XFR-FILE-STAT       PIC XX.
            88 XFR-EOF          VALUE "10".
        77  ACK-FILE-STAT       PIC XX.
        01  ACK-FILE-NAME       PIC X(256) VALUE SPACES.
        01  CTR-FILE-NAME       PIC X(256) VALUE SPACES.
        01  TMP-FILE-NAME       PIC X(256) VALUE SPACES.
      * 實際開檔名：寫出為 .TMP；讀入為解密後明文暫存(未加密即原檔)
        01  XFR-IO-NAME         PIC X(256) VALUE SPACES.

      * 序號：匯出端最後寫出(XSEQ)/最後回執(XACK)，匯入端游標(ISEQ)
        77  EXP-SEQ             SIGNED-LONG VALUE 0.
      * 先接手「已轉正但序號未落盤」的正式轉運檔(mv 與 XSEQ
      * 寫入之間當掉)：EXP-SEQ+1 的正式檔非空即推進並落盤序號
      * ，否則下一輪會重用同一序號，蓋掉未匯入的舊批或被既有
      * 回執當成已匯入清掉(該批 BRGEXP 已於 mv 後隨即記妥)
            MOVE "Y" TO ADOPT-SW.
            PERFORM UNTIL NOT ADOPTED
                MOVE SPACE TO ADOPT-SW
                COMPUTE WORK-SEQ = EXP-SEQ + 1
                PERFORM 5100-XFRNAME
                PERFORM 5150-XFROPEN
                IF XFR-FILE-STAT = "00"
                    READ BRIDGE-XFR-FILE
                        AT END
                        NOT AT END
                            MOVE "Y" TO ADOPT-SW
                    END-READ
                    PERFORM 5160-XFRCLOSE
                END-IF
      * 已加密但解不開：檔在且非空，一樣推進不可重用序號
                IF XFR-FILE-STAT = "EN"
                    MOVE "Y" TO ADOPT-SW
                END-IF
                IF ADOPTED
                    MOVE WORK-SEQ TO EXP-SEQ
                    MOVE "XSEQ" TO CTR-REC
                    PERFORM 4500-CTRNAME
                    MOVE EXP-SEQ TO CTR-VAL
                    PERFORM 4700-CTRWRITE
                    DISPLAY "EXPORT SEQ ADVANCED OVER"
                            " EXISTING " XFR-FILE-NAME(1:48)
                END-IF
            END-PERFORM.

                INTO TMP-FILE-NAME.

            MOVE TMP-FILE-NAME TO XFR-FILE-NAME.
      * 殘留 .TMP 可能已加密(加密後、mv 前當掉)
            PERFORM 5150-XFROPEN.
            IF XFR-FILE-STAT = "EN"
                DISPLAY "LEFTOVER .TMP CANNOT BE DECRYPTED : "
                        TMP-FILE-NAME(1:40)
                MOVE -1 TO RET-CODE
                MOVE MWRC-FILE TO EXIT-CLASS
                GO TO 1000-ERR
            END-IF.
            IF XFR-FILE-STAT NOT = "00"
                GO TO 4800-EXIT
            END-IF.
      * 逐筆計數：接手批次照常記 BRGEXP 供兩端對帳
            MOVE 0 TO BATCH-CNT.
            PERFORM TEST BEFORE UNTIL XFR-EOF
                READ BRIDGE-XFR-FILE
                    AT END
                        MOVE "10" TO XFR-FILE-STAT
                    NOT AT END
                        COMPUTE BATCH-CNT = BATCH-CNT + 1
                END-READ
            END-PERFORM.
            PERFORM 5160-XFRCLOSE.

            IF BATCH-CNT = 0
                MOVE SPACES TO MOVE-CMD
                GO TO 4800-EXIT
            END-IF.

      * 轉正前整檔加密(已加密即不動)，對端不會撿到明文批次
            MOVE TMP-FILE-NAME TO CRYPT-FILE.
            PERFORM 1890-CRYPTSEAL.
            PERFORM 5100-XFRNAME.
            MOVE SPACES TO MOVE-CMD.
            STRING "mv -f " DELIMITED BY SIZE
                   DELIMITED BY SIZE
                INTO MOVE-CMD.
            CALL "SYSTEM" USING MOVE-CMD.
            MOVE "BRGEXP" TO AUDIT-ACTION.
            PERFORM 5300-BATCHAUD.
            MOVE WORK-SEQ TO EXP-SEQ.
            MOVE "XSEQ" TO CTR-REC.
            PERFORM 4500-CTRNAME.
                   ".TMP" DELIMITED BY SIZE
                INTO TMP-FILE-NAME.
            MOVE TMP-FILE-NAME TO XFR-FILE-NAME.
            MOVE XFR-FILE-NAME TO XFR-IO-NAME.

            OPEN OUTPUT BRIDGE-XFR-FILE.
            IF XFR-FILE-STAT NOT = "00"
                END-STRING
                CALL "SYSTEM" USING MOVE-CMD
            ELSE
      * mv 原子改名為正式轉運檔，推進匯出序號；設有金鑰時
      * 先整檔加密 .TMP，正式檔一出現即為密文
                MOVE TMP-FILE-NAME TO CRYPT-FILE
                PERFORM 1890-CRYPTSEAL
                PERFORM 5100-XFRNAME2
                MOVE SPACES TO MOVE-CMD
                STRING "mv -f " DELIMITED BY SIZE
                    INTO MOVE-CMD
                END-STRING
                CALL "SYSTEM" USING MOVE-CMD
                MOVE "BRGEXP" TO AUDIT-ACTION
                PERFORM 5300-BATCHAUD
                MOVE WORK-SEQ TO EXP-SEQ
                MOVE "XSEQ" TO CTR-REC
                PERFORM 4500-CTRNAME
        5100-XFRNAME2.
            PERFORM 5100-XFRNAME.

      * 讀入開檔：XFR-FILE-NAME 已加密先解成明文暫存再開；
      * 解不開 XFR-FILE-STAT 設 "EN"(檔在但不可讀)
        5150-XFROPEN.
            MOVE XFR-FILE-NAME TO CRYPT-FILE.
            PERFORM 1880-CRYPTOPEN.
            IF CRYPT-RC NOT = 0
                MOVE "EN" TO XFR-FILE-STAT
            ELSE
                MOVE CRYPT-WORK TO XFR-IO-NAME
                MOVE SPACES TO XFR-FILE-STAT
                OPEN INPUT BRIDGE-XFR-FILE
                IF XFR-FILE-STAT NOT = "00"
                    PERFORM 1885-CRYPTCLOSE
                END-IF
            END-IF.

        5160-XFRCLOSE.
            CLOSE BRIDGE-XFR-FILE.
            PERFORM 1885-CRYPTCLOSE.

      * 回執檔名
        5200-ACKNAME.
            MOVE WORK-SEQ TO SEQ-DISP.
                   ".ACK" DELIMITED BY SIZE
                INTO ACK-FILE-NAME.

      *-----------------------------------------------------------
      * 逐批操作軌跡(呼叫前設妥 AUDIT-ACTION 與 WORK-SEQ)：QUE 欄
      * 存批次檔名主體 QUE_nnnnnn，筆數為批內訊息數
      *-----------------------------------------------------------
        5300-BATCHAUD.
            MOVE WORK-SEQ TO SEQ-DISP.
            MOVE SPACES TO AUDIT-QUE.
            STRING FUNCTION TRIM(QUE-NAME) DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   SEQ-DISP DELIMITED BY SIZE
                INTO AUDIT-QUE
            END-STRING.
            MOVE BATCH-CNT TO AUDIT-CNT.
            PERFORM 1950-AUDLOG.

      *-----------------------------------------------------------
      * 回執清掃：自最後回執序號往後找連續的回執
      *-----------------------------------------------------------
            PERFORM TEST BEFORE UNTIL BRIDGE-DONE
                COMPUTE WORK-SEQ = IMP-SEQ + 1
                PERFORM 5100-XFRNAME
                PERFORM 5150-XFROPEN
                IF XFR-FILE-STAT = "EN"
                    DISPLAY "BATCH CANNOT BE DECRYPTED, NOT IMPORTED"
                    MOVE -1 TO RET-CODE
                    MOVE MWRC-FILE TO EXIT-CLASS
                    GO TO 1000-ERR
                END-IF
                IF XFR-FILE-STAT NOT = "00"
      * 下一批未到：查是否跳號(後面的批次先到 = 缺批)
                    PERFORM 6500-GAPCHK
                END-IF
                PERFORM 6100-LOADBATCH
                PERFORM 6200-ACKWRITE
                MOVE "BRGIMP" TO AUDIT-ACTION
                PERFORM 5300-BATCHAUD
                MOVE WORK-SEQ TO IMP-SEQ
                MOVE "ISEQ" TO CTR-REC
                PERFORM 4500-CTRNAME
                        PERFORM 6150-LOADONE
                END-READ
            END-PERFORM.
            PERFORM 5160-XFRCLOSE.

            COMPUTE TOTAL-CNT = TOTAL-CNT + BATCH-CNT.
            MOVE BATCH-CNT TO CNT-DISP.

            IF RET-CODE NOT = IPCERR_OK
                DISPLAY "LOAD FAILED MID-BATCH, BATCH NOT ACKED"
                PERFORM 5160-XFRCLOSE
                GO TO 1000-ERR
            END-IF.

                    UNTIL PROBE-IDX > 5 OR FILE-HIT
                COMPUTE WORK-SEQ = IMP-SEQ + 1 + PROBE-IDX
                PERFORM 5100-XFRNAME
                MOVE XFR-FILE-NAME TO XFR-IO-NAME
                MOVE SPACES TO XFR-FILE-STAT
                OPEN INPUT BRIDGE-XFR-FILE
                IF XFR-FILE-STAT = "00"

        COPY "SVCPD.DEF".

        COPY "CRYPTPD.DEF".

        1000-ERR.
            MOVE LENGTH OF ERR-TXT TO ERR-LEN.

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
