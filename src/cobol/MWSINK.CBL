      *     納入常駐服務控制(SVCPD)：<PGM>.PID 單一實例鎖拒絕
      *     二次啟動，<PGM>.STOP 停止請求檔於本輪結束後收尾退出
      *     ，MWSVC 列示/停止
      * 2026-10-15 ARIEN
      *     轉日時封存前一日歸檔檔(SEALPD)：檔尾附加封存行(筆數
      *     /位元組/檢查碼)並記 SEAL 動作至 AUDITLOG；啟動時補封
      *     昨日檔，MWSEALCK 夜間比對 SINK 筆數與實際內容
      * 2026-10-15 ARIEN
      *     1950-AUDLOG 清紀錄前留存呼叫端設的動作/QUE/筆數，
      *     SINK/SEAL 軌跡不再寫成空白
      * 2026-10-15 ARIEN
      *     -nomask 授權改依角色權限矩陣(MWROLES)的 NOMASK 權限判定；
      *     無矩陣檔時沿用 AUTHOPS 清單
      * 2026-10-15 ARIEN
      *     -nomask 獲准時記操作軌跡(NOMASK)，遭拒時記事故日誌，
      *     供特權覆核報表(MWPRIVRPT)
      * 2026-10-15 ARIEN
      *     歸檔落地加密(MWCRYPT)：金鑰環有 CURRENT 金鑰時每筆先
      *     寫明文區塊檔(<歸檔檔>.<時刻>.CHK)，關檔即加密附加到
      *     歸檔檔並刪除區塊檔；附加失敗區塊檔保留並停機。轉日
      *     封存後整檔整併為單一加密區塊
      * 2026-10-15 ARIEN
      *     登錄簿 UPDATE 紀錄(MWREGUPD 屬性維護)亦更新 PROD 旗標，-prod
      *     篩選依最新值
      * 2026-10-15 ARIEN
      *     加密歸檔改每輪解析一次 CURRENT 金鑰；每 QUE 每輪開一個區塊檔
      *     寫入該輪全部取件，清空後一次加密附加，取代逐筆成塊；本輪
      *     未取件的空區塊檔直接刪除不呼叫 MWCRYPT
      *
      */
        IDENTIFICATION DIVISION.
                FILE STATUS IS ARCH-FILE-STAT.
            COPY "AUDITSL.DEF".
            COPY "AUTHSL.DEF".
            COPY "ROLESL.DEF".
            COPY "TRACESL.DEF".
            COPY "INCLOGSL.DEF".
            COPY "SVCSL.DEF".
            COPY "MASKSL.DEF".
            COPY "REGSL.DEF".
            COPY "SEALSL.DEF".

        DATA DIVISION.
        FILE SECTION.
            05  BA-BODY         PIC X(10240).
        COPY "AUDITFD.DEF".
        COPY "AUTHFD.DEF".
        COPY "ROLEFD.DEF".
        COPY "TRACEFD.DEF".
        COPY "INCLOGFD.DEF".
        COPY "SVCFD.DEF".
        COPY "MASKFD.DEF".
        COPY "REGFD.DEF".
        COPY "SEALFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "SVCWS.DEF".
        COPY "CHNWS.DEF".
        COPY "ROLEWS.DEF".
        COPY "MASKWS.DEF".
        COPY "TRACEWS.DEF".
        COPY "SEALWS.DEF".
        COPY "CRYPTWS.DEF".

      * 心跳登錄(CALL "MWHBEAT")
        77  HB-CALL-QUE         PIC X(64) VALUE SPACES.

        01  LIST-FILE-NAME      PIC X(256) VALUE SPACES.
        01  ARCH-FILE-NAME      PIC X(256) VALUE SPACES.
      * 加密歸檔：ARCH-FILE-NAME 為區塊檔，ARCH-TARGET 為歸檔檔
        01  ARCH-TARGET         PIC X(256) VALUE SPACES.
        77  ARCH-ENC-SW         PIC X VALUE SPACE.
            88 ARCH-ENC         VALUE 'Y'.
        77  ARCH-NEW-SW         PIC X VALUE SPACE.
            88 ARCH-NEW         VALUE 'Y'.
      * 每輪解析一次的 CURRENT 金鑰 ID(空白即明文歸檔)
        77  ARCH-KEYID          PIC X(16) VALUE SPACES.
        77  ARCH-CMD-LINE       PIC X(300) VALUE SPACES.
        77  ARCH-DIR            PIC X(FILE_NAME_LEN) VALUE SPACES.
        77  ARCH-DATE           PIC X(8).
        77  ARCH-TIME           PIC X(8).
        77  BARCH-RLEN          PIC 9(5) VALUE 0.
        77  ARCH-CNT            SIGNED-LONG VALUE 0.
        77  ARCH-CNT-DISP       PIC -(9)9.

      * 日終封存：已完成轉日封存的日期(空白 = 啟動後尚未封存)
        77  SEAL-DONE-DATE      PIC X(8) VALUE SPACES.
        77  SEAL-TODAY          PIC X(8) VALUE SPACES.
        77  SEAL-DAY            PIC X(8) VALUE SPACES.
        77  SEAL-WNUM           PIC 9(8).
        77  SEAL-WINT           SIGNED-INT VALUE 0.
      * 1950-AUDLOG 清紀錄前先留存呼叫端設好的動作/QUE/筆數
        77  AUDIT-SV-ACTION     PIC X(8).
        77  AUDIT-SV-QUE        PIC X(64).
        77  AUDIT-SV-CNT        PIC -(9)9.
        77  PRIOR-DISP          PIC -(9)9.

        01  SINK-TYPE           PIC X(8) VALUE SPACES.
      * 遮罩規則與 -nomask 授權
            PERFORM 1850-MASKLOAD THRU 1850-EXIT.
            IF NOMASK-REQ
                MOVE "NOMASK" TO ROLE-ACT
                MOVE QUE-NAME TO ROLE-QUE-KEY
                MOVE SPACES TO ROLE-OWNER
                PERFORM 1840-NOMASKCHK
                IF NOT NM-OK
                    DISPLAY "OPERATOR NOT AUTHORIZED,"
                            " -nomask REFUSED"
      * 遭拒的 -nomask 記入事故日誌，供特權覆核(MWPRIVRPT)
                    MOVE -1 TO RET-CODE
                    MOVE "NOT AUTHORIZED FOR -nomask DUMP" TO ERR-TXT
                    MOVE LENGTH OF ERR-TXT TO ERR-LEN
                    PERFORM 1900-INCLOG
                    MOVE MWRC-DENY TO RETURN-CODE
                    GO TO 0000-EXIT
                END-IF
                MOVE "Y" TO MASK-NOMASK-SW
      * 未遮罩鑑識傾印屬特權動作，記入操作軌跡
                MOVE "NOMASK" TO AUDIT-ACTION
                MOVE QUE-NAME TO AUDIT-QUE
                MOVE 0 TO AUDIT-CNT
                PERFORM 1950-AUDLOG
            END-IF.

            IF LIST-MODE
                PERFORM 4300-REGPICK
            END-IF.

      * 跨日後第一輪先封存前一日歸檔檔
            PERFORM 5800-SEALROLL THRU 5800-EXIT.

      * 每輪解析一次 CURRENT 金鑰，本輪各 QUE 共用
            MOVE "Q" TO CRYPT-KIND.
            CALL "MWCRYPT" USING CRYPT-KIND, CRYPT-FILE, CRYPT-WORK,
                                 CRYPT-KEYID, CRYPT-STATE, CRYPT-RC.
            MOVE MWRC-OK TO RETURN-CODE.
            MOVE CRYPT-KEYID TO ARCH-KEYID.

            PERFORM 5500-DRAINONE
                    VARYING SINK-IDX FROM 1 BY 1
                    UNTIL SINK-IDX > SINK-CNT.
            MOVE 0 TO QUE-DRAIN-CNT.
            MOVE IPCERR_OK TO RET-CODE.

      * 先確認本 QUE 的歸檔檔能開，才做破壞性取件；加密歸檔的
      * 區塊檔就此開著，本輪取件全寫入同一區塊
            PERFORM 7100-ARCHOPEN.
            IF NOT ARCH-ENC
                PERFORM 7150-ARCHCLOSE
            END-IF.

            EVALUATE FUNCTION TRIM(SINK-TYPE)
                WHEN "POSIX"
                    CONTINUE
            END-EVALUATE.

      * 加密歸檔：清空後關區塊檔，一次加密附加到歸檔檔
            IF ARCH-ENC
                PERFORM 7150-ARCHCLOSE
            END-IF.

      * 本輪本 QUE 有取件即記一筆 SINK 動作供送收對帳
            IF QUE-DRAIN-CNT > 0
                MOVE "SINK" TO AUDIT-ACTION

      *-----------------------------------------------------------
      * 歸檔一筆：檔名帶當日日期，跨日自動轉檔；逐筆開關檔，
      * 與 MSGRECV 7000-LOGWRT 相同；加密歸檔寫入 5500-DRAINONE
      * 開好的區塊檔，不逐筆開關
      *-----------------------------------------------------------
        7000-ARCHPOSIX.
            IF ARCH-ENC
                ACCEPT ARCH-TIME FROM TIME
            ELSE
                PERFORM 7100-ARCHOPEN
            END-IF.
      * 帶封套訊息附加跳點(遮罩前取原始序號)
            IF MQ-LEN > 16 AND MQ-ENV-SEQ > 0
            AND MQ-ENV-TICKS > 0
                IF ARCH-FILE-STAT NOT = "00"
                    PERFORM 7200-ARCHABORT
                END-IF
                IF NOT ARCH-ENC
                    PERFORM 7150-ARCHCLOSE
                END-IF
                COMPUTE ARCH-CNT = ARCH-CNT + 1
                COMPUTE QUE-DRAIN-CNT = QUE-DRAIN-CNT + 1
                GO TO 7000-PEXIT
            IF ARCH-FILE-STAT NOT = "00"
                PERFORM 7200-ARCHABORT
            END-IF.
            IF NOT ARCH-ENC
                PERFORM 7150-ARCHCLOSE
            END-IF.
            COMPUTE ARCH-CNT = ARCH-CNT + 1.
            COMPUTE QUE-DRAIN-CNT = QUE-DRAIN-CNT + 1.

            CONTINUE.

        7000-ARCHSYSV.
            IF ARCH-ENC
                ACCEPT ARCH-TIME FROM TIME
            ELSE
                PERFORM 7100-ARCHOPEN
            END-IF.
      * 帶封套訊息附加跳點(遮罩前取原始序號)
            IF MSG-LEN > 16 AND MS-ENV-SEQ > 0
            AND MS-ENV-TICKS > 0
                IF ARCH-FILE-STAT NOT = "00"
                    PERFORM 7200-ARCHABORT
                END-IF
                IF NOT ARCH-ENC
                    PERFORM 7150-ARCHCLOSE
                END-IF
                COMPUTE ARCH-CNT = ARCH-CNT + 1
                COMPUTE QUE-DRAIN-CNT = QUE-DRAIN-CNT + 1
                GO TO 7000-SEXIT
            IF ARCH-FILE-STAT NOT = "00"
                PERFORM 7200-ARCHABORT
            END-IF.
            IF NOT ARCH-ENC
                PERFORM 7150-ARCHCLOSE
            END-IF.
            COMPUTE ARCH-CNT = ARCH-CNT + 1.
            COMPUTE QUE-DRAIN-CNT = QUE-DRAIN-CNT + 1.

                CLOSE MWSINK-ARCH-FILE
            END-IF.

      * 加密歸檔：區塊檔加密附加到歸檔檔；失敗保留區塊檔停機。
      * 本輪未取件的空區塊檔直接刪除，不呼叫 MWCRYPT
            IF ARCH-ENC AND QUE-DRAIN-CNT = 0
                MOVE SPACES TO ARCH-CMD-LINE
                STRING "rm -f " DELIMITED BY SIZE
                       FUNCTION TRIM(ARCH-FILE-NAME) DELIMITED BY SIZE
                    INTO ARCH-CMD-LINE
                CALL "SYSTEM" USING ARCH-CMD-LINE
                MOVE MWRC-OK TO RETURN-CODE
            END-IF.
            IF ARCH-ENC AND QUE-DRAIN-CNT > 0
                MOVE "A" TO CRYPT-KIND
                MOVE ARCH-TARGET TO CRYPT-FILE
                MOVE ARCH-FILE-NAME TO CRYPT-WORK
                CALL "MWCRYPT" USING CRYPT-KIND, CRYPT-FILE,
                                     CRYPT-WORK, CRYPT-KEYID,
                                     CRYPT-STATE, CRYPT-RC
                MOVE MWRC-OK TO RETURN-CODE
                IF CRYPT-RC NOT = 0
                    MOVE "EN" TO ARCH-FILE-STAT
                    PERFORM 7200-ARCHABORT
                END-IF
            END-IF.

        7100-ARCHOPEN.
            ACCEPT ARCH-DATE FROM DATE YYYYMMDD.
            ACCEPT ARCH-TIME FROM TIME.
                       INTO ARCH-FILE-NAME
            END-IF.

      * 本輪金鑰環有 CURRENT 金鑰即改寫區塊檔
            MOVE SPACE TO ARCH-ENC-SW.
            IF ARCH-KEYID NOT = SPACES
                PERFORM 7110-CHUNKOPEN
            ELSE
                PERFORM 7105-PLAINOPEN
            END-IF.

      * 開不了或寫不進歸檔檔絕不能繼續取件：訊息已取出即無從
      * 回復，直接以檔案錯誤中止並留下事故紀錄
            IF ARCH-FILE-STAT NOT = "00"
                PERFORM 7200-ARCHABORT
            END-IF.

      * 明文歸檔：續寫當日檔，新開檔且遮罩生效時加註標記行
        7105-PLAINOPEN.
            IF BIN-ON
                OPEN EXTEND MWSINK-BARCH-FILE
                IF ARCH-FILE-STAT = "35"
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 加密歸檔開區塊檔：歸檔檔尚不存在且遮罩生效時，標記行寫
      * 入第一個區塊
      *-----------------------------------------------------------
        7110-CHUNKOPEN.
            MOVE "Y" TO ARCH-ENC-SW.
            MOVE ARCH-FILE-NAME TO ARCH-TARGET.
            MOVE SPACE TO ARCH-NEW-SW.
            OPEN INPUT MWSINK-ARCH-FILE.
            IF ARCH-FILE-STAT = "00"
                CLOSE MWSINK-ARCH-FILE
            ELSE
                MOVE "Y" TO ARCH-NEW-SW
            END-IF.

            MOVE SPACES TO ARCH-FILE-NAME.
            STRING FUNCTION TRIM(ARCH-TARGET) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   ARCH-TIME DELIMITED BY SIZE
                   ".CHK" DELIMITED BY SIZE
                   INTO ARCH-FILE-NAME.

            IF BIN-ON
                OPEN OUTPUT MWSINK-BARCH-FILE
            ELSE
                OPEN OUTPUT MWSINK-ARCH-FILE
                IF ARCH-FILE-STAT = "00" AND ARCH-NEW
                AND MASK-RULE-CNT > 0 AND NOT MASK-NOMASK
                    MOVE SPACES TO ARCH-REC
                    MOVE "* MASKED OUTPUT (MWMASKS APPLIED)"
                        TO ARCH-REC
                    WRITE ARCH-REC
                END-IF
            END-IF.

      *-----------------------------------------------------------
                IF REG-ACTION = "CREATE"
                    MOVE REG-PROD-FLAG TO T-PROD(TAB-HIT)
                END-IF
      * 屬性維護(MWREGUPD)改過的 PROD 旗標以最後一筆為準
                IF REG-ACTION = "UPDATE"
                    MOVE REG-PROD-FLAG TO T-PROD(TAB-HIT)
                END-IF
            END-IF.

      *-----------------------------------------------------------
                END-IF
            END-PERFORM.

      *-----------------------------------------------------------
      * 日終封存：日期改變後逐 QUE 封存前一日的 .LOG/.BLG；
      * 啟動後第一輪補封昨日檔(MWSINK 跨夜未執行時)
      *-----------------------------------------------------------
        5800-SEALROLL.
            ACCEPT SEAL-TODAY FROM DATE YYYYMMDD.
            IF SEAL-TODAY = SEAL-DONE-DATE
                GO TO 5800-EXIT
            END-IF.

            IF SEAL-DONE-DATE = SPACES
                COMPUTE SEAL-WNUM = FUNCTION NUMVAL(SEAL-TODAY)
                COMPUTE SEAL-WINT =
                        FUNCTION INTEGER-OF-DATE(SEAL-WNUM) - 1
                COMPUTE SEAL-WNUM =
                        FUNCTION DATE-OF-INTEGER(SEAL-WINT)
                MOVE SEAL-WNUM TO SEAL-DAY
            ELSE
                MOVE SEAL-DONE-DATE TO SEAL-DAY
            END-IF.

            PERFORM 5850-SEALONE
                    VARYING SINK-IDX FROM 1 BY 1
                    UNTIL SINK-IDX > SINK-CNT.

            MOVE SEAL-TODAY TO SEAL-DONE-DATE.

        5800-EXIT.
            CONTINUE.

        5850-SEALONE.
            MOVE SEAL-DAY TO SEAL-DATE.
            MOVE SPACES TO SEAL-FILE-NAME.
            STRING FUNCTION TRIM(ARCH-DIR) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(K-QUE(SINK-IDX)) DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   SEAL-DAY DELIMITED BY SIZE
                   ".LOG" DELIMITED BY SIZE
                   INTO SEAL-FILE-NAME.
            PERFORM 5860-SEALFILE.

            MOVE SPACES TO SEAL-FILE-NAME.
            STRING FUNCTION TRIM(ARCH-DIR) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(K-QUE(SINK-IDX)) DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   SEAL-DAY DELIMITED BY SIZE
                   ".BLG" DELIMITED BY SIZE
                   INTO SEAL-FILE-NAME.
            PERFORM 5860-SEALFILE.

      * 封存一個檔；本次新封者記 SEAL 動作(筆數 = 封存筆數)
        5860-SEALFILE.
            PERFORM 1820-SEALWRITE THRU 1820-EXIT.
            IF SEAL-OK AND NOT SEAL-FOUND
                MOVE SEAL-RECS TO ARCH-CNT-DISP
                DISPLAY "SEALED " SEAL-FILE-NAME(1:60)
                        " RECS=" ARCH-CNT-DISP
                MOVE "SEAL" TO AUDIT-ACTION
                MOVE K-QUE(SINK-IDX) TO AUDIT-QUE
                MOVE SEAL-RECS TO AUDIT-CNT
                PERFORM 1950-AUDLOG
            END-IF.
            IF SEAL-BAD
                DISPLAY "ARCHIVE SEAL MISMATCH : "
                        SEAL-FILE-NAME(1:60)
            END-IF.

      *-----------------------------------------------------------
      * -cycles 上限與輪詢間隔
      *-----------------------------------------------------------
            END-IF.

      *-----------------------------------------------------------
      * -nomask 授權：角色權限矩陣(MWROLES)須有 NOMASK 權限；無
      * 矩陣檔時須列於 AUTHOPS 清單(同 MQRM 5650-OPERCHK)
      *-----------------------------------------------------------
        1840-NOMASKCHK.
            MOVE SPACE TO NM-OK-SW.
            DISPLAY "USER" UPON ENVIRONMENT-NAME.
            ACCEPT NM-OPER FROM ENVIRONMENT-VALUE.

      * 有角色權限矩陣(MWROLES)以矩陣為准，無矩陣檔才沿用 AUTHOPS
            MOVE NM-OPER TO ROLE-OPER.
            MOVE "MWSINK" TO ROLE-PGM.
            PERFORM 1890-ROLECHK THRU 1890-EXIT.
            IF ROLE-MATRIX
                IF ROLE-OK
                    MOVE "Y" TO NM-OK-SW
                END-IF
            ELSE
                OPEN INPUT AUTHOPS-FILE
                IF AUTHOPS-FILE-STAT = "00"
                    PERFORM TEST BEFORE UNTIL AUTHOPS-EOF
                        READ AUTHOPS-FILE
                            AT END
                                MOVE "10" TO AUTHOPS-FILE-STAT
                            NOT AT END
                                IF AUTHOPS-REC NOT = SPACES
                                AND AUTHOPS-REC(1:1) NOT = "*"
                                AND FUNCTION TRIM(AUTHOPS-REC)
                                    = FUNCTION TRIM(NM-OPER)
                                    MOVE "Y" TO NM-OK-SW
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE AUTHOPS-FILE
                END-IF
            END-IF.

        COPY "MASKPD.DEF".

        COPY "SVCPD.DEF".

        COPY "SEALPD.DEF".

        COPY "ROLEPD.DEF".

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
            DISPLAY "  [-cycles cnt]      Stop After N Sweeps".
            DISPLAY "                     (Default: Run Forever)".
            DISPLAY "  [-nomask]          Forensic Dump Without".
            DISPLAY "                     Masking(Authorized Only)".
            DISPLAY "  [-bin]             Binary-Safe Archives".
            DISPLAY "                     (QUE_YYYYMMDD.BLG,".
            DISPLAY "                     Length-Prefixed Records)".
