      * -------------------------------------------------------------
      * 2026-08-22 ARIEN
      *     新增本程式
      * 2026-10-15 ARIEN
      *     PROD QUE 權限變更須在變更行事曆(MWCHGCAL)的開放窗口內，
      *     -chg 指定單號、-emerg 緊急放行(記 W 事件)；變更單號寫
      *     入 AUDITLOG；1950-AUDLOG 不再清掉呼叫端設的動作/QUE/
      *     筆數
      * 2026-10-15 ARIEN
      *     PROD QUE 授權與 -nomask 改依角色權限矩陣(MWROLES)判定程式
      *     +動作+QUE 樣式；無矩陣檔時沿用 AUTHOPS 清單
      * 2026-10-15 ARIEN
      *     主檔查無時掃描登錄簿取 PROD 旗標亦採 UPDATE 紀錄(MWREGUPD
      *     屬性維護)的新值
      * 2026-10-15 ARIEN
      *     QUEREG 寫入段落先清空 REG-REC，未設的欄位不再帶到前一筆的值
      * 2026-10-15 ARIEN
      *     QUEREG 紀錄新增 REG-OPER 記寫入的作業人員(環境變數 USER)
      *
      */
        IDENTIFICATION DIVISION.
            COPY "REGSL.DEF".
            COPY "REGMSL.DEF".
            COPY "AUTHSL.DEF".
            COPY "ROLESL.DEF".
            COPY "CHGSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        COPY "REGFD.DEF".
        COPY "REGMFD.DEF".
        COPY "AUTHFD.DEF".
        COPY "ROLEFD.DEF".
        COPY "CHGFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "ROLEWS.DEF".
        COPY "CHGWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
        77  AUDIT-FILE-STAT     PIC XX.
        77  DENY-SW             PIC X VALUE SPACE.
            88 DENY-ON          VALUE "Y".
        77  OPER-ID             PIC X(32) VALUE SPACES.
      * PROD QUE 變更窗口：窗口未開拒絕 / -emerg 緊急放行
        77  WIN-DENY-SW         PIC X VALUE SPACE.
            88 WIN-DENY         VALUE "Y".
        77  WIN-EMERG-SW        PIC X VALUE SPACE.
            88 WIN-EMERG        VALUE "Y".
      * 1950-AUDLOG 清紀錄前先留存呼叫端設好的動作/QUE/筆數
        77  AUDIT-SV-ACTION     PIC X(8).
        77  AUDIT-SV-QUE        PIC X(64).
        77  AUDIT-SV-CNT        PIC -(9)9.
        77  ERR-TXT             PIC X(80).
        77  ERR-LEN             SIGNED-INT VALUE 0.
        77  RET-CODE            SIGNED-INT VALUE 0.
            IF DENY-ON
                DISPLAY "QUE IS FLAGGED PRODUCTION - CHMOD DENIED";
                DISPLAY "OPERATOR " OPER-ID(1:20)
                        " NOT AUTHORIZED";
                MOVE -1 TO RET-CODE
                MOVE "NOT AUTHORIZED TO CHMOD PROD QUE" TO ERR-TXT
                MOVE LENGTH OF ERR-TXT TO ERR-LEN
                GO TO 0000-EXIT;
            END-IF.

            IF WIN-DENY
                DISPLAY "QUE IS FLAGGED PRODUCTION - CHMOD DENIED";
                DISPLAY "NO OPEN CHANGE WINDOW, USE -chg OR -emerg";
                MOVE -1 TO RET-CODE
                MOVE "NO OPEN CHANGE WINDOW FOR PROD QUE" TO ERR-TXT
                MOVE LENGTH OF ERR-TXT TO ERR-LEN
                PERFORM 1900-INCLOG
                MOVE MWRC-DENY TO RETURN-CODE
                GO TO 0000-EXIT;
            END-IF.

            IF WIN-EMERG
                PERFORM 1836-CHGEMERG
            END-IF.

            IF CHMOD-POSIX
                CALL 'IPC$MQ' USING
                    BY VALUE        IPC-MQ-CHMOD,
        5600-AUTHCHK.
            MOVE "N" TO REG-FOUND-PROD.
            MOVE "N" TO DENY-SW.
            MOVE SPACES TO CHG-OWNER.

            PERFORM 5580-MASTREAD THRU 5580-EXIT.

                                MOVE "10" TO REG-FILE-STAT
                            NOT AT END
                                IF REG-QUE-NAME = QUE-NAME
                                AND (REG-ACTION = "CREATE"
                                  OR REG-ACTION = "UPDATE")
                                    MOVE REG-PROD-FLAG
                                        TO REG-FOUND-PROD
                                    MOVE REG-OWNER TO CHG-OWNER
                                END-IF
                        END-READ
                    END-PERFORM
            END-IF.

            IF FOUND-PROD
                MOVE "CHMOD" TO ROLE-ACT
                MOVE QUE-NAME TO ROLE-QUE-KEY
                MOVE CHG-OWNER TO ROLE-OWNER
                PERFORM 5650-OPERCHK
                IF NOT AUTH-OK
                    MOVE "Y" TO DENY-SW
                END-IF
            END-IF.

            PERFORM 5680-WINCHK.

      *-----------------------------------------------------------
      * PROD QUE 須在變更行事曆(MWCHGCAL)的開放窗口內；窗口未開
      * 時 -emerg 緊急放行(動作前記 W 事件)，否則豎 WIN-DENY-SW。
      * 非 PROD QUE 不查窗口，-chg 有給單號仍記入 AUDITLOG
      *-----------------------------------------------------------
        5680-WINCHK.
            MOVE "MWCHMOD" TO CHG-PGM.
            MOVE SPACE TO WIN-DENY-SW.
            MOVE SPACE TO WIN-EMERG-SW.
            MOVE CHG-REQ-NO TO CHG-NO.
            IF FOUND-PROD
                MOVE QUE-NAME TO CHG-QUE-KEY
                PERFORM 1830-CHGCHK THRU 1830-EXIT
                IF NOT CHG-OPEN
                    IF CHG-EMERG
                        MOVE "Y" TO WIN-EMERG-SW
                    ELSE
                        MOVE "Y" TO WIN-DENY-SW
                    END-IF
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 以 QUE NAME+TYPE 鍵讀取 QUE 主檔(QUEREGM)
      *-----------------------------------------------------------
                NOT INVALID KEY
                    MOVE "Y" TO REGM-HIT-SW
                    MOVE REGM-PROD-FLAG TO REG-FOUND-PROD
                    MOVE REGM-OWNER TO CHG-OWNER
            END-READ.

            CLOSE QUE-REGM-FILE.
            CONTINUE.

      *-----------------------------------------------------------
      * 目前登入帳號依角色權限矩陣(MWROLES)判定程式+動作+QUE 是否
      * 允許；無矩陣檔時比對授權清單(AUTHOPS)，一行一個操作者帳號
      *-----------------------------------------------------------
        5650-OPERCHK.
            MOVE "N" TO AUTH-OK-SW.
            DISPLAY "USER" UPON ENVIRONMENT-NAME.
            ACCEPT OPER-ID FROM ENVIRONMENT-VALUE.

      * 有角色權限矩陣(MWROLES)以矩陣為准，無矩陣檔才沿用 AUTHOPS
            MOVE OPER-ID TO ROLE-OPER.
            MOVE "MWCHMOD" TO ROLE-PGM.
            PERFORM 1890-ROLECHK THRU 1890-EXIT.
            IF ROLE-MATRIX
                IF ROLE-OK
                    MOVE "Y" TO AUTH-OK-SW
                END-IF
            ELSE
                OPEN INPUT AUTHOPS-FILE
                IF AUTHOPS-FILE-STAT = "00"
                    PERFORM TEST BEFORE UNTIL AUTHOPS-EOF
                        READ AUTHOPS-FILE
                            AT END
                                MOVE "10" TO AUTHOPS-FILE-STAT
                            NOT AT END
                                PERFORM 5660-OPERMATCH
                        END-READ
                    END-PERFORM
                    CLOSE AUTHOPS-FILE
                END-IF
            END-IF.

        5660-OPERMATCH.

      * 調整結果登錄至共用 QUE 登錄簿(QUEREG)，REG-MAX 存新 MODE
        1850-REGWRITE.
            MOVE SPACES TO REG-REC.
            MOVE QUE-NAME TO REG-QUE-NAME.
            IF CHMOD-POSIX
                MOVE "POSIX" TO REG-QUE-TYPE
            ACCEPT REG-OWNER FROM ENVIRONMENT-VALUE.
            ACCEPT REG-DATE FROM DATE YYYYMMDD.

            DISPLAY "USER" UPON ENVIRONMENT-NAME.
            ACCEPT REG-OPER FROM ENVIRONMENT-VALUE.

            OPEN EXTEND QUE-REG-FILE.
            IF REG-FILE-STAT = "35"
                OPEN OUTPUT QUE-REG-FILE
            WRITE REG-REC.
            CLOSE QUE-REG-FILE.

        COPY "CHGPD.DEF".

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
            MOVE CHG-NO TO AUDIT-CHGNO.
            ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
            ACCEPT AUDIT-TIME FROM TIME.
            DISPLAY "USER" UPON ENVIRONMENT-NAME.
      * PARSING COMMAND-LINE 內容
      * 必要參數 : -m octal_mode 及 que_name (必須為最後一個)
      * 選擇性參數 : -t type , -u uid , -g gid (SYS/V 限定)
      *              -chg chgno , -emerg
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                WHEN "-m"   MOVE PARAM TO PARAM-PREV
                WHEN "-u"   MOVE PARAM TO PARAM-PREV
                WHEN "-g"   MOVE PARAM TO PARAM-PREV
                WHEN "-chg" MOVE PARAM TO PARAM-PREV
                WHEN "-emerg" MOVE "Y" TO CHG-EMERG-SW
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-t"
                            COMPUTE NEW-UID = FUNCTION NUMVAL(PARAM)
                        WHEN "-g"
                            COMPUTE NEW-GID = FUNCTION NUMVAL(PARAM)
                        WHEN "-chg"
                            MOVE PARAM TO CHG-REQ-NO
                        WHEN OTHER
                            GO TO 3000-PERR
                    END-EVALUATE
            DISPLAY "  [-t posix|sysv]    Que Type, default posix".
            DISPLAY "  [-u uid]           New Owner UID(SYS/V Only)".
            DISPLAY "  [-g gid]           New Owner GID(SYS/V Only)".
            DISPLAY "  [-chg chgno]       Change Record For PROD Que".
            DISPLAY "  [-emerg]           Emergency Override Outside".
            DISPLAY "                     Change Window(Logged)".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
