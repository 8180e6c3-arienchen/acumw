      * 2026-09-02 ARIEN
      *     新增 -bin：-save 封存改用二進位安全變長紀錄(MWSAVE
      *     -bin 格式，可 MWLOAD -bin 回灌)，二進位內容不再毀損
      * 2026-10-15 ARIEN
      *     PROD QUE 清除須在變更行事曆(MWCHGCAL)的開放窗口內(同
      *     MQRM)，-chg 指定單號、-emerg 緊急放行(記 W 事件)；PROD
      *     旗標取自 QUEREG 最後 CREATE；變更單號寫入 AUDITLOG；
      *     1950-AUDLOG 不再清掉呼叫端設的動作/QUE/筆數
      * 2026-10-15 ARIEN
      *     -nomask 授權改依角色權限矩陣(MWROLES)的 NOMASK 權限判定；
      *     無矩陣檔時沿用 AUTHOPS 清單
      * 2026-10-15 ARIEN
      *     -nomask 獲准時記操作軌跡(NOMASK)，遭拒時記事故日誌，
      *     供特權覆核報表(MWPRIVRPT)
      * 2026-10-15 ARIEN
      *     登錄簿 UPDATE 紀錄(MWREGUPD 屬性維護)亦更新 PROD 旗標與責任
      *     團隊
      * 2026-10-15 ARIEN
      *     -save 封存每清除一個 QUE(筆數大於 0)即登錄備份檔目錄
      *     (MWBACKUPCAT)，格式記 ARC(可能含多個 QUE，不直接回灌)
      *
      */
        IDENTIFICATION DIVISION.
                FILE STATUS IS SAVE-FILE-STAT.
            COPY "AUDITSL.DEF".
            COPY "AUTHSL.DEF".
            COPY "ROLESL.DEF".
            COPY "INCLOGSL.DEF".
            COPY "MASKSL.DEF".
            COPY "REGSL.DEF".
            COPY "CHGSL.DEF".
            COPY "BKCSL.DEF".

        DATA DIVISION.
        FILE SECTION.
            05  B-BODY          PIC X(10240).
        COPY "AUDITFD.DEF".
        COPY "AUTHFD.DEF".
        COPY "ROLEFD.DEF".
        COPY "INCLOGFD.DEF".
        COPY "MASKFD.DEF".
        COPY "REGFD.DEF".
        COPY "CHGFD.DEF".
        COPY "BKCFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "ROLEWS.DEF".
        COPY "MASKWS.DEF".
        COPY "CHGWS.DEF".
        COPY "BKCWS.DEF".

      * -nomask 鑑識傾印授權檢查
        77  AUTHOPS-FILE-STAT   PIC XX.
                10  T-TYPE      PIC X(5).
                10  T-ACTION    PIC X(6).
                10  T-PROD      PIC X.
                10  T-OWNER     PIC X(32).
        77  TAB-CNT             SIGNED-INT VALUE 0.
      * 登錄簿已載入(變更窗口查 PROD 旗標共用 REG-TAB)
        77  REG-LOADED-SW       PIC X VALUE SPACE.
            88 REG-LOADED       VALUE 'Y'.
      * PROD QUE 變更窗口：窗口未開拒絕 / -emerg 緊急放行
        77  WIN-PROD-SW         PIC X VALUE SPACE.
            88 WIN-PROD         VALUE 'Y'.
        77  WIN-DENY-SW         PIC X VALUE SPACE.
            88 WIN-DENY         VALUE 'Y'.
        77  WIN-EMERG-SW        PIC X VALUE SPACE.
            88 WIN-EMERG        VALUE 'Y'.
      * 1950-AUDLOG 清紀錄前先留存呼叫端設好的動作/QUE/筆數
        77  AUDIT-SV-ACTION     PIC X(8).
        77  AUDIT-SV-QUE        PIC X(64).
        77  AUDIT-SV-CNT        PIC -(9)9.
        77  TAB-IDX             SIGNED-INT VALUE 0.
        77  TAB-HIT             SIGNED-INT VALUE 0.
        77  PURGE-IDX           SIGNED-INT VALUE 0.
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

            IF SAVE-ON
            EVALUATE TRUE
                WHEN REG-MODE
                    PERFORM 4000-REGLOAD
                    MOVE "Y" TO REG-LOADED-SW
                    PERFORM 6100-REGPURGE
                            VARYING PURGE-IDX FROM 1 BY 1
                            UNTIL PURGE-IDX > TAB-CNT
            MOVE 0 TO QUE-CNT.
            MOVE IPCERR_OK TO RET-CODE.

      * PROD QUE 須在開放變更窗口內
            PERFORM 5010-WINCHK.
            IF WIN-DENY
                IF DRY-ON
                    DISPLAY "WOULD DENY  " QUE-NAME(1:40)
                            " - PROD QUE, NO OPEN CHANGE WINDOW"
                ELSE
                    DISPLAY "DENIED " QUE-NAME(1:40)
                            " - PROD QUE, NO OPEN CHANGE WINDOW"
                    MOVE -1 TO RET-CODE
                    MOVE "NO OPEN CHANGE WINDOW FOR PROD QUE"
                        TO ERR-TXT
                    MOVE LENGTH OF ERR-TXT TO ERR-LEN
                    PERFORM 1900-INCLOG
                    IF EXIT-CLASS NOT = MWRC-IPC
                        MOVE MWRC-DENY TO EXIT-CLASS
                    END-IF
                END-IF
                GO TO 5000-DONE
            END-IF.

            IF DRY-ON
                IF WIN-EMERG
                    DISPLAY "EMERGENCY   " QUE-NAME(1:40)
                            " - OUTSIDE CHANGE WINDOW, -emerg"
                END-IF
                PERFORM 5050-DRYONE THRU 5050-EXIT
                GO TO 5000-DONE
            END-IF.

            IF WIN-EMERG
                PERFORM 1836-CHGEMERG
            END-IF.

            EVALUATE FUNCTION TRIM(PURGE-TYPE)
                WHEN "posix"
                WHEN "POSIX"
                MOVE QUE-NAME TO AUDIT-QUE
                MOVE QUE-CNT TO AUDIT-CNT
                PERFORM 1950-AUDLOG
                IF SAVE-ON AND QUE-CNT > 0
                    PERFORM 5700-BKCAT
                END-IF
            ELSE
                DISPLAY "FAILED " QUE-NAME(1:40) " - RET=" RET-CODE
                MOVE MWRC-IPC TO EXIT-CLASS
        5000-DONE.
            CONTINUE.

      *-----------------------------------------------------------
      * -save 封存登錄備份檔目錄(MWBACKUPCAT)，每個 QUE 一筆；封存
      * 檔可能含多個 QUE 或累加多次，登錄為 ARC 不直接回灌
      *-----------------------------------------------------------
        5700-BKCAT.
            MOVE "MWPURGE" TO BK-PGM.
            MOVE QUE-NAME TO BK-QUE.
            MOVE PURGE-TYPE TO BK-QTYPE.
            MOVE "PURGE" TO BK-KIND.
            MOVE "ARC" TO BK-FMT.
            MOVE QUE-CNT TO BK-CNT.
            IF MASK-RULE-CNT > 0 AND NOT MASK-NOMASK
                MOVE "MASKED" TO BK-MF
            ELSE
                MOVE "NONE" TO BK-MF
            END-IF.
            MOVE SAVE-FILE-NAME TO BK-FILE.
            PERFORM 1976-BKCATADD.

      *-----------------------------------------------------------
      * 以 QUEREG 最後 CREATE 判定 PROD，PROD QUE 查變更行事曆
      * (MWCHGCAL)開放窗口；窗口未開時 -emerg 緊急放行，否則豎
      * WIN-DENY-SW。非 PROD QUE 不查窗口，-chg 單號照記
      *-----------------------------------------------------------
        5010-WINCHK.
            MOVE "MWPURGE" TO CHG-PGM.
            MOVE SPACE TO WIN-PROD-SW.
            MOVE SPACE TO WIN-DENY-SW.
            MOVE SPACE TO WIN-EMERG-SW.
            MOVE CHG-REQ-NO TO CHG-NO.
            MOVE SPACES TO CHG-OWNER.

            IF NOT REG-LOADED
                PERFORM 4100-PRODLOAD
            END-IF.
            PERFORM VARYING TAB-IDX FROM 1 BY 1
                    UNTIL TAB-IDX > TAB-CNT
                IF T-QUE(TAB-IDX) = QUE-NAME
                AND T-TYPE(TAB-IDX)
                    = FUNCTION UPPER-CASE(PURGE-TYPE)
                AND T-PROD(TAB-IDX) = "Y"
                    MOVE "Y" TO WIN-PROD-SW
                    MOVE T-OWNER(TAB-IDX) TO CHG-OWNER
                END-IF
            END-PERFORM.

            IF WIN-PROD
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
      * -dry：只查目前筆數，不實際取出
      *-----------------------------------------------------------
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
            MOVE "MWPURGE" TO ROLE-PGM.
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

            CLOSE QUE-REG-FILE.

      *-----------------------------------------------------------
      * 單一/清單模式查 PROD 旗標用：載入 QUEREG，檔案不存在即
      * 視為無 PROD QUE(不中止)
      *-----------------------------------------------------------
        4100-PRODLOAD.
            MOVE "Y" TO REG-LOADED-SW.
            MOVE 0 TO TAB-CNT.
            MOVE SPACES TO REG-FILE-STAT.

            OPEN INPUT QUE-REG-FILE.
            IF REG-FILE-STAT = "00"
                PERFORM TEST BEFORE UNTIL REG-EOF
                    READ QUE-REG-FILE
                        AT END
                            MOVE "10" TO REG-FILE-STAT
                        NOT AT END
                            PERFORM 4500-REGNET
                    END-READ
                END-PERFORM
                CLOSE QUE-REG-FILE
            END-IF.

      *-----------------------------------------------------------
      * 彙整一筆 QUEREG 紀錄：同 QUE NAME+TYPE 覆寫為最後動作
      *-----------------------------------------------------------
                    MOVE TAB-CNT TO TAB-HIT
                    MOVE REG-QUE-NAME TO T-QUE(TAB-HIT)
                    MOVE REG-QUE-TYPE TO T-TYPE(TAB-HIT)
                    MOVE SPACE TO T-PROD(TAB-HIT)
                    MOVE SPACES TO T-OWNER(TAB-HIT)
                END-IF
            END-IF.

                END-IF
                IF REG-ACTION = "CREATE"
                    MOVE REG-PROD-FLAG TO T-PROD(TAB-HIT)
                    MOVE REG-OWNER TO T-OWNER(TAB-HIT)
                END-IF
      * 屬性維護(MWREGUPD)改過的 PROD 旗標/團隊以最後一筆為準
                IF REG-ACTION = "UPDATE"
                    MOVE REG-PROD-FLAG TO T-PROD(TAB-HIT)
                    MOVE REG-OWNER TO T-OWNER(TAB-HIT)
                END-IF
            END-IF.

                BY REFERENCE    ERR-LEN.
            PERFORM 1900-INCLOG.

        COPY "CHGPD.DEF".

        COPY "ROLEPD.DEF".
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
            MOVE CHG-NO TO AUDIT-CHGNO.
            ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
            ACCEPT AUDIT-TIME FROM TIME.
            DISPLAY "USER" UPON ENVIRONMENT-NAME.

      * PARSING COMMAND-LINE 內容
      * 選擇性參數 : -t type , -l list_file , -reg , -pat prefix ,
      *              -prod , -save archive_file , -chg chgno ,
      *              -emerg
      * 必要參數   : que_name (必須為最後一個，-l/-reg 模式可省略)
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                                WHEN "-save"
                                    MOVE "Y" TO SAVE-SW
                                    MOVE PARAM TO SAVE-FILE-NAME
                                WHEN "-chg"
                                    MOVE PARAM TO CHG-REQ-NO
                                WHEN SPACES
                                    IF PARAM NOT = SPACES
                                        MOVE PARAM TO QUE-NAME
                WHEN "-dry"  MOVE "Y" TO DRY-SW
                WHEN "-bin"  MOVE "Y" TO BIN-SW
                WHEN "-nomask" MOVE "Y" TO NOMASK-REQ-SW
                WHEN "-emerg" MOVE "Y" TO CHG-EMERG-SW
                WHEN "-chg"  MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-t"
                        WHEN "-save"
                            MOVE "Y" TO SAVE-SW
                            MOVE PARAM TO SAVE-FILE-NAME
                        WHEN "-chg"
                            MOVE PARAM TO CHG-REQ-NO
                        WHEN OTHER
                            GO TO 3000-PERR
                    END-EVALUATE
            DISPLAY "                     Format(MWLOAD -bin Reads)".
            DISPLAY "  [-dry]             Dry Run: Show Counts Only".
            DISPLAY "  [-nomask]          Forensic Dump Without".
            DISPLAY "                     Masking(Authorized Only)".
            DISPLAY "  [-chg chgno]       Change Record For PROD Que".
            DISPLAY "  [-emerg]           Emergency Override Outside".
            DISPLAY "                     Change Window(Logged)".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
