      * 2026-09-02 ARIEN
      *     搶救檔內容落地前套用遮罩規則檔(MWMASKS)並加註 MASKED
      *     標記行；-nomask 鑑識傾印僅限 AUTHOPS 清單操作者
      * 2026-10-15 ARIEN
      *     PROD QUE 移除須在變更行事曆(MWCHGCAL)的開放窗口內，
      *     -chg 指定單號、-emerg 緊急放行(記 W 事件)；變更單號寫
      *     入 AUDITLOG；1950-AUDLOG 不再清掉呼叫端設的動作/QUE/
      *     筆數
      * 2026-10-15 ARIEN
      *     PROD QUE 授權與 -nomask 改依角色權限矩陣(MWROLES)判定程式
      *     +動作+QUE 樣式；無矩陣檔時沿用 AUTHOPS 清單
      * 2026-10-15 ARIEN
      *     -nomask 獲准時記操作軌跡(NOMASK)，遭拒時記事故日誌，
      *     供特權覆核報表(MWPRIVRPT)
      * 2026-10-15 ARIEN
      *     搶救檔(.SAL)落地加密(MWCRYPT)：金鑰環有 CURRENT 金鑰時
      *     關檔後整檔加密
      * 2026-10-15 ARIEN
      *     主檔查無時掃描登錄簿取 PROD 旗標亦採 UPDATE 紀錄(MWREGUPD
      *     屬性維護)的新值
      * 2026-10-15 ARIEN
      *     移除前掃描受管控制檔(MWCFGREG 登錄；路由/分流/備援/排程/
      *     告警等)，仍引用該 QUE 即拒絕並逐檔逐行列出；-force 覆蓋須
      *     經授權(角色矩陣動作 REFFORCE，無矩陣檔沿用 AUTHOPS)並記操
      *     作軌跡(REFFORCE)；批次與 -dry 模式同樣判定
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
            COPY "MASKSL.DEF".
            COPY "CHGSL.DEF".
            COPY "REFSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        COPY "REGFD.DEF".
        COPY "REGMFD.DEF".
        COPY "AUTHFD.DEF".
        COPY "ROLEFD.DEF".
        COPY "MASKFD.DEF".
        COPY "CHGFD.DEF".
        COPY "REFFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "CRYPTWS.DEF".
        COPY "ROLEWS.DEF".
        COPY "MASKWS.DEF".
        COPY "CHGWS.DEF".
        COPY "REFWS.DEF".

      * -nomask 鑑識傾印(AUTHOPS 授權)
        77  NOMASK-REQ-SW       PIC X VALUE SPACE.
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
      * 遮罩規則與 -nomask 授權(沿用 5650-OPERCHK 比對)
            PERFORM 1850-MASKLOAD THRU 1850-EXIT.
            IF NOMASK-REQ
                MOVE "NOMASK" TO ROLE-ACT
                MOVE QUE-NAME TO ROLE-QUE-KEY
                MOVE SPACES TO ROLE-OWNER
                PERFORM 5650-OPERCHK
                IF NOT AUTH-OK
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

            IF DENY-ON
                DISPLAY "QUE IS FLAGGED PRODUCTION - REMOVE DENIED";
                DISPLAY "OPERATOR " OPER-ID(1:20) " NOT AUTHORIZED";
                MOVE -1 TO RET-CODE
                MOVE "NOT AUTHORIZED TO REMOVE PROD QUE" TO ERR-TXT
                MOVE LENGTH OF ERR-TXT TO ERR-LEN
                GO TO 0000-EXIT;
            END-IF.

            IF WIN-DENY
                DISPLAY "QUE IS FLAGGED PRODUCTION - REMOVE DENIED";
                DISPLAY "NO OPEN CHANGE WINDOW, USE -chg OR -emerg";
                MOVE -1 TO RET-CODE
                MOVE "NO OPEN CHANGE WINDOW FOR PROD QUE" TO ERR-TXT
                MOVE LENGTH OF ERR-TXT TO ERR-LEN
                PERFORM 1900-INCLOG
                MOVE MWRC-DENY TO RETURN-CODE
                GO TO 0000-EXIT;
            END-IF.

      * 控制檔仍引用該 QUE(路由/分流/備援/排程/告警等)即拒絕
            IF REF-DENY
                MOVE REF-HIT-CNT TO REF-CNT-DISP
                DISPLAY "QUE STILL REFERENCED - REMOVE DENIED";
                DISPLAY "REFERENCE LINE(S) : " REF-CNT-DISP;
                MOVE -1 TO RET-CODE
                IF REF-FORCE-REQ
                    DISPLAY "OPERATOR " OPER-ID(1:20)
                            " NOT AUTHORIZED FOR -force"
                    MOVE "NOT AUTHORIZED FOR -force ON REFERENCED QUE"
                        TO ERR-TXT
                ELSE
                    DISPLAY "REPOINT THE REFERENCES FIRST OR USE -force"
                    MOVE "QUE STILL REFERENCED BY CONTROL FILES"
                        TO ERR-TXT
                END-IF
                MOVE LENGTH OF ERR-TXT TO ERR-LEN
                PERFORM 1900-INCLOG
                MOVE MWRC-DENY TO RETURN-CODE
                GO TO 0000-EXIT;
            END-IF.

            PERFORM 5500-PENDCHK.

            IF RET-CODE = IPCERR_OK AND IPC-MQATTR-CNT > 0
                END-IF
            END-IF.

            IF WIN-EMERG
                PERFORM 1836-CHGEMERG
            END-IF.
            IF REF-OVERRIDE
                PERFORM 5630-REFFORCELOG
            END-IF.

            CALL 'IPC$MQ' USING
                BY VALUE		IPC-MQ-RM,
           	    BY REFERENCE    MSG-QUE,

      *-----------------------------------------------------------
      * 掃描登錄簿(QUEREG)找出該 QUE 最後一筆 CREATE 紀錄，若標記為
      * 正式環境 QUE 則以 5650-OPERCHK 判定操作者權限，結果存入
      * DENY-SW 供呼叫者決定是否拒絕移除
      *-----------------------------------------------------------
        5600-AUTHCHK.
            MOVE "N" TO REG-FOUND-PROD.
            MOVE "N" TO DENY-SW.
            MOVE SPACES TO CHG-OWNER.

      * 先查 QUE 主檔，一次鍵讀取即得最後 CREATE 的 PROD 旗標；
      * 查無主檔(未建檔或尚未回填)才掃描整本流水登錄簿
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
                MOVE "REMOVE" TO ROLE-ACT
                MOVE QUE-NAME TO ROLE-QUE-KEY
                MOVE CHG-OWNER TO ROLE-OWNER
                PERFORM 5650-OPERCHK
                IF NOT AUTH-OK
                    MOVE "Y" TO DENY-SW
                END-IF
            END-IF.

            PERFORM 5680-WINCHK.

            PERFORM 5620-REFGUARD.

      *-----------------------------------------------------------
      * 受管控制檔(MWCFGREG 登錄)仍引用該 QUE 時豎 REF-DENY-SW；
      * -force 須經授權(角色矩陣動作 REFFORCE，無矩陣檔沿用
      * AUTHOPS)才改豎 REF-OVRD-SW 放行
      *-----------------------------------------------------------
        5620-REFGUARD.
            MOVE SPACE TO REF-DENY-SW.
            MOVE SPACE TO REF-OVRD-SW.
            MOVE QUE-NAME TO REF-QUE-KEY.
            PERFORM 1930-REFCHK THRU 1930-EXIT.
            IF REF-HIT-CNT > 0
                IF REF-FORCE-REQ
                    MOVE "REFFORCE" TO ROLE-ACT
                    MOVE QUE-NAME TO ROLE-QUE-KEY
                    MOVE CHG-OWNER TO ROLE-OWNER
                    PERFORM 5650-OPERCHK
                    IF AUTH-OK
                        MOVE "Y" TO REF-OVRD-SW
                    ELSE
                        MOVE "Y" TO REF-DENY-SW
                    END-IF
                ELSE
                    MOVE "Y" TO REF-DENY-SW
                END-IF
            END-IF.

      * -force 覆蓋引用屬特權動作，移除前記入操作軌跡
        5630-REFFORCELOG.
            MOVE "REFFORCE" TO AUDIT-ACTION.
            MOVE QUE-NAME TO AUDIT-QUE.
            MOVE REF-HIT-CNT TO AUDIT-CNT.
            PERFORM 1950-AUDLOG.
            DISPLAY "REFERENCES OVERRIDDEN BY -force (LOGGED)".

      *-----------------------------------------------------------
      * PROD QUE 須在變更行事曆(MWCHGCAL)的開放窗口內；窗口未開
      * 時 -emerg 緊急放行(動作前記 W 事件)，否則豎 WIN-DENY-SW。
      * 非 PROD QUE 不查窗口，-chg 有給單號仍記入 AUDITLOG
      *-----------------------------------------------------------
        5680-WINCHK.
            MOVE "MQRM" TO CHG-PGM.
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
            MOVE "MQRM" TO ROLE-PGM.
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
            END-IF.

            CLOSE MQRM-SALV-FILE.
      * 搶救檔整檔加密(未設金鑰不動作)
            MOVE SALV-FILE-NAME TO CRYPT-FILE.
            PERFORM 1890-CRYPTSEAL.

            IF NOT SALV-FAILED
                MOVE SALV-CNT TO SALV-CNT-DISP

      * 將移除結果登錄至共用 QUE 登錄簿(QUEREG)，容量欄位固定存 0
        1850-REGWRITE.
            MOVE SPACES TO REG-REC.
            MOVE QUE-NAME TO REG-QUE-NAME.
            MOVE "POSIX" TO REG-QUE-TYPE.
            MOVE "REMOVE" TO REG-ACTION.
            ACCEPT REG-OWNER FROM ENVIRONMENT-VALUE.
            ACCEPT REG-DATE FROM DATE YYYYMMDD.

            DISPLAY "USER" UPON ENVIRONMENT-NAME.
            ACCEPT REG-OPER FROM ENVIRONMENT-VALUE.

            OPEN EXTEND QUE-REG-FILE.
            IF REG-FILE-STAT = "35"
                OPEN OUTPUT QUE-REG-FILE
            END-IF.

        6600-RMREAL.
                IF DENY-ON OR WIN-DENY OR REF-DENY
                    ADD 1 TO RM-DENY-CNT
                    IF DENY-ON
                        DISPLAY "SKIP " QUE-NAME(1:40)
                                " - NOT AUTHORIZED FOR PROD QUE"
                    ELSE
                        IF WIN-DENY
                            DISPLAY "SKIP " QUE-NAME(1:40)
                                    " - NO OPEN CHANGE WINDOW"
                            MOVE "NO OPEN CHANGE WINDOW FOR PROD QUE"
                                TO ERR-TXT
                        ELSE
      * 控制檔仍引用該 QUE
                            DISPLAY "SKIP " QUE-NAME(1:40)
                                    " - STILL REFERENCED"
                            MOVE "QUE STILL REFERENCED BY CONTROL FILES"
                                TO ERR-TXT
                        END-IF
                        MOVE -1 TO RET-CODE
                        MOVE LENGTH OF ERR-TXT TO ERR-LEN
                        PERFORM 1900-INCLOG
                    END-IF
                ELSE
                    PERFORM 5500-PENDCHK

                            MOVE LENGTH OF ERR-TXT TO ERR-LEN
                            PERFORM 1900-INCLOG
                        ELSE
                            IF WIN-EMERG
                                PERFORM 1836-CHGEMERG
                            END-IF
                            IF REF-OVERRIDE
                                PERFORM 5630-REFFORCELOG
                            END-IF
                            CALL 'IPC$MQ' USING
                                BY VALUE		IPC-MQ-RM,
                                BY REFERENCE    MSG-QUE,
                COMPUTE WOULD-DENY = WOULD-DENY + 1
                DISPLAY "WOULD DENY   " QUE-NAME(1:40)
                        " - PROD QUE, OPERATOR "
                        OPER-ID(1:16) " NOT AUTHORIZED"
                GO TO 5900-EXIT
            END-IF.

            IF WIN-DENY
                COMPUTE WOULD-DENY = WOULD-DENY + 1
                DISPLAY "WOULD DENY   " QUE-NAME(1:40)
                        " - PROD QUE, NO OPEN CHANGE WINDOW"
                GO TO 5900-EXIT
            END-IF.

            IF REF-DENY
                COMPUTE WOULD-DENY = WOULD-DENY + 1
                DISPLAY "WOULD DENY   " QUE-NAME(1:40)
                        " - STILL REFERENCED BY CONTROL FILE"
                GO TO 5900-EXIT
            END-IF.

            END-IF.

            COMPUTE WOULD-RM = WOULD-RM + 1.
            IF WIN-EMERG
                DISPLAY "EMERGENCY    " QUE-NAME(1:40)
                        " - OUTSIDE CHANGE WINDOW, -emerg"
            END-IF.
            IF REF-OVERRIDE
                DISPLAY "OVERRIDE     " QUE-NAME(1:40)
                        " - STILL REFERENCED, -force"
            END-IF.
            IF IPC-MQATTR-CNT > 0
                DISPLAY "WOULD REMOVE " QUE-NAME(1:40)
                        " - " IPC-MQATTR-CNT " PENDING MSG(S)"

        COPY "MASKPD.DEF".

        COPY "CHGPD.DEF".

        COPY "ROLEPD.DEF".

        COPY "CRYPTPD.DEF".

        COPY "REFPD.DEF".

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
            SET PARAM-LIST-SIZE TO SIZE OF PARAM-LIST.

      * PARSING COMMAND-LINE 內容
      * 選擇性參數 : -f , -l list_file , -chg chgno , -emerg ,
      *              -force
      * 必要參數   : que_name (必須為最後一個，-l 模式下可省略)
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                                WHEN "-l"
                                    MOVE "Y" TO LIST-SW
                                    MOVE PARAM TO LIST-FILE-NAME
                                WHEN "-chg"
                                    MOVE PARAM TO CHG-REQ-NO
                                WHEN SPACES
                                    IF PARAM NOT = SPACES
                                        MOVE PARAM TO QUE-NAME
                WHEN "-f"   MOVE "Y" TO FORCE-SW
                WHEN "-dry" MOVE "Y" TO DRY-SW
                WHEN "-nomask" MOVE "Y" TO NOMASK-REQ-SW
                WHEN "-emerg" MOVE "Y" TO CHG-EMERG-SW
                WHEN "-force" MOVE "Y" TO REF-FORCE-SW
                WHEN "-l"   MOVE PARAM TO PARAM-PREV
                WHEN "-chg" MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-l"
                            MOVE "Y" TO LIST-SW
                            MOVE PARAM TO LIST-FILE-NAME
                        WHEN "-chg"
                            MOVE PARAM TO CHG-REQ-NO
                        WHEN OTHER
                            GO TO 3000-PERR
                    END-EVALUATE
            DISPLAY "  [-dry]             Dry Run: Show What Would Be".
            DISPLAY "                     Removed/Skipped/Denied".
            DISPLAY "  [-l list_file]     Batch Remove From List File".
            DISPLAY "  [-chg chgno]       Change Record For PROD Que".
            DISPLAY "  [-emerg]           Emergency Override Outside".
            DISPLAY "                     Change Window(Logged)".
            DISPLAY "  [-force]           Remove Even If Still Named".
            DISPLAY "                     In Control Files(Authorized".
            DISPLAY "                     Operators, Logged)".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " "
            MOVE MWRC-PARM TO RETURN-CODE
