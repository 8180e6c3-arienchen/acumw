      *     前置變長紀錄，自動命名副檔名 .SVB)：內容含換行或二進
      *     位位元組(如 PACKED DECIMAL)不再毀損，MWLOAD -bin 可
      *     原樣還原；既有 LINE SEQUENTIAL 格式照舊為預設
      * 2026-10-15 ARIEN
      *     -nomask 授權改依角色權限矩陣(MWROLES)的 NOMASK 權限判定；
      *     無矩陣檔時沿用 AUTHOPS 清單
      * 2026-10-15 ARIEN
      *     -nomask 獲准時記操作軌跡(NOMASK)，遭拒時記事故日誌，
      *     供特權覆核報表(MWPRIVRPT)；1950-AUDLOG 不再清掉呼叫端設的
      *     動作/QUE/筆數
      * 2026-10-15 ARIEN
      *     備份檔落地加密(MWCRYPT)：金鑰環有 CURRENT 金鑰時關檔
      *     後整檔加密，MWLOAD 透明解密；對帳清單(.MF)僅含筆數
      *     與檢查和，維持明文
      * 2026-10-15 ARIEN
      *     備份完成後登錄備份檔目錄(MWBACKUPCAT)：QUE、筆數、格式、
      *     對帳清單狀態(OK/MASKED)、完整路徑、操作者，供 MWBKCAT 世代
      *     保留與依時間點查找回灌檔
      *
      */
        IDENTIFICATION DIVISION.
                FILE STATUS IS MF-FILE-STAT.
            COPY "AUDITSL.DEF".
            COPY "AUTHSL.DEF".
            COPY "ROLESL.DEF".
            COPY "INCLOGSL.DEF".
            COPY "MASKSL.DEF".
            COPY "BKCSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        01  MF-REC              PIC X(80).
        COPY "AUDITFD.DEF".
        COPY "AUTHFD.DEF".
        COPY "ROLEFD.DEF".
        COPY "INCLOGFD.DEF".
        COPY "MASKFD.DEF".
        COPY "BKCFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "ROLEWS.DEF".
        COPY "MASKWS.DEF".
        COPY "CRYPTWS.DEF".
        COPY "BKCWS.DEF".

      * -nomask 鑑識傾印授權檢查
        77  AUTHOPS-FILE-STAT   PIC XX.

        77  INCLOG-FILE-STAT    PIC XX.
        77  AUDIT-FILE-STAT     PIC XX.
        77  AUDIT-SV-ACTION     PIC X(8).
        77  AUDIT-SV-QUE        PIC X(64).
        77  AUDIT-SV-CNT        PIC -(9)9.
        77  ERR-TXT             PIC X(80).
        77  ERR-LEN             SIGNED-INT VALUE 0.
        77  RET-CODE            SIGNED-INT VALUE 0.
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

            IF SAVE-FILE-NAME = SPACES
                CLOSE MWSAVE-OUT-FILE
            END-IF.
            PERFORM 8300-MFTAIL.
      * 備份檔整檔加密(未設金鑰不動作)
            MOVE SAVE-FILE-NAME TO CRYPT-FILE.
            PERFORM 1890-CRYPTSEAL.

            IF RET-CODE NOT = IPCERR_OK
            AND RET-CODE NOT = IPCERR_ENOMSG
            MOVE QUE-NAME TO AUDIT-QUE.
            MOVE SAVE-CNT TO AUDIT-CNT.
            PERFORM 1950-AUDLOG.

      * 登錄備份檔目錄(MWBACKUPCAT)，供世代保留與回灌查找
            MOVE "MWSAVE" TO BK-PGM.
            MOVE QUE-NAME TO BK-QUE.
            MOVE SAVE-TYPE TO BK-QTYPE.
            MOVE "SAVE" TO BK-KIND.
            IF BIN-ON
                MOVE "BIN" TO BK-FMT
            ELSE
                MOVE "TXT" TO BK-FMT
            END-IF.
            MOVE SAVE-CNT TO BK-CNT.
            IF MASK-RULE-CNT > 0 AND NOT MASK-NOMASK
                MOVE "MASKED" TO BK-MF
            ELSE
                MOVE "OK" TO BK-MF
            END-IF.
            MOVE SAVE-FILE-NAME TO BK-FILE.
            PERFORM 1976-BKCATADD.
            MOVE MWRC-OK TO RETURN-CODE.

        0000-EXIT.
            CONTINUE.

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
            MOVE "MWSAVE" TO ROLE-PGM.
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
            WRITE MF-REC.
            CLOSE MWSAVE-MF-FILE.

        COPY "ROLEPD.DEF".
        COPY "CRYPTPD.DEF".
        COPY "BKCPD.DEF".

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
            DISPLAY "  [-o save_file]     Backup File(Default".
            DISPLAY "                     QUE_YYYYMMDD_HHMMSS.SAV)".
            DISPLAY "  [-nomask]          Forensic Dump Without".
            DISPLAY "                     Masking(Authorized Only)".
            DISPLAY "  [-bin]             Binary-Safe Backup Format".
            DISPLAY "                     (Length-Prefixed Records,".
            DISPLAY "                     Default Name .SVB; Reload".
