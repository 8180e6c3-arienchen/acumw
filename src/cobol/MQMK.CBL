      * 2. 將建立結果(QUE NAME/MSGID/MAX/SIZE)寫入 CTL-FILE
      * 3. -c max_cnt/-s msg_size 指定容量，-m 權限，-p 掛 PROD
      *    旗標；屬性記入 QUE 登錄簿(QUEREG)與主檔(QUEREGM)
      * 4. 團隊佈建額度檔(MWQUOTAS)存在時，建立後掛名團隊的 QUE
      *    數/訊息格數(MAX)/位元組(MAX x SIZE)超出額度即拒絕
      *    (RETURN-CODE = 4)；-quota-override 須具 QUOTA 權限
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      *     新增 -class name：容量/訊息大小/權限/PROD 旗標改由
      *     等級範本檔(MWCLASSES)帶入，取代逐項手填；等級名記入
      *     QUEREG 與 QUEREGM 供 MWREGRPT 比對屬性漂移
      * 2026-10-15 ARIEN
      *     建立前依團隊佈建額度檔(MWQUOTAS)檢核掛名團隊用量，超額
      *     拒絕；-quota-override 越權須具 QUOTA 權限(MWROLES/AUTHOPS)，
      *     越權登錄 QUOOVR 至 QUEREG；新增 -owner 指定登錄掛名者
      * 2026-10-15 ARIEN
      *     QUEREG 寫入段落先清空 REG-REC，未設的欄位不再帶到前一筆的值
      * 2026-10-15 ARIEN
      *     QUEREG 紀錄新增 REG-OPER 記寫入的作業人員(環境變數 USER)
      *
      */
        IDENTIFICATION DIVISION.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RULE-FILE-STAT.
            COPY "AUDITSL.DEF".
            COPY "AUTHSL.DEF".
            COPY "CLSSL.DEF".
            COPY "CONFSL.DEF".
            COPY "INCLOGSL.DEF".
            COPY "REGSL.DEF".
            COPY "REGMSL.DEF".
            COPY "QUOTSL.DEF".
            COPY "ROLESL.DEF".

        DATA DIVISION.
        FILE SECTION.
        FD  NAMERULES-FILE.
        01  RULE-REC            PIC X(80).
        COPY "AUDITFD.DEF".
        COPY "AUTHFD.DEF".
        COPY "CLSFD.DEF".
        COPY "CONFFD.DEF".
        COPY "INCLOGFD.DEF".
        COPY "REGFD.DEF".
        COPY "REGMFD.DEF".
        COPY "QUOTFD.DEF".
        COPY "ROLEFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "CLSWS.DEF".
        COPY "QUOTWS.DEF".
        COPY "ROLEWS.DEF".
        COPY "CONFWS.DEF".

      * -class name：等級範本取代逐項手填
        77  CLASS-NAME          PIC X(12) VALUE SPACES.

      * 團隊佈建額度(MWQUOTAS)：-owner 指定掛名者(預設登入帳號)，
      * 超額須 -quota-override 且操作者具權限(AUTHOPS)
        01  OWNER-ID            PIC X(32) VALUE SPACES.
        77  QUOTA-OVR-SW        PIC X VALUE SPACE.
            88 QUOTA-OVR        VALUE 'Y'.
        77  AUTHOPS-FILE-STAT   PIC XX.
            88 AUTHOPS-EOF      VALUE "10".
        77  AUTH-OK-SW          PIC X VALUE SPACE.
            88 AUTH-OK          VALUE 'Y'.
        77  OPER-ID             PIC X(32) VALUE SPACES.

        77  CTL-FILE-STAT       PIC XX.
        77  INCLOG-FILE-STAT    PIC XX.
        77  AUDIT-FILE-STAT     PIC XX.
                END-IF
            END-IF.

      * 依團隊佈建額度檔檢核，超額且未經授權越權即拒絕
            PERFORM 2700-QUOTACHK THRU 2700-EXIT.

      * 陪ボ磅︽把计
            DISPLAY "-----------------------------------------------".
            DISPLAY "MSG QUE  : " QUE-NAME(1:60).

      * 將建立結果登錄至共用 QUE 登錄簿(QUEREG)，檔案不存在時自動建立
        1850-REGWRITE.
            MOVE SPACES TO REG-REC.
            MOVE QUE-NAME TO REG-QUE-NAME.
            MOVE "POSIX" TO REG-QUE-TYPE.
            MOVE "CREATE" TO REG-ACTION.

            DISPLAY "USER" UPON ENVIRONMENT-NAME.
            ACCEPT REG-OWNER FROM ENVIRONMENT-VALUE.
            IF OWNER-ID NOT = SPACES
                MOVE OWNER-ID TO REG-OWNER
            END-IF.
            ACCEPT REG-DATE FROM DATE YYYYMMDD.

            DISPLAY "USER" UPON ENVIRONMENT-NAME.
            ACCEPT REG-OPER FROM ENVIRONMENT-VALUE.

            OPEN EXTEND QUE-REG-FILE.
            IF REG-FILE-STAT = "35"
                OPEN OUTPUT QUE-REG-FILE
      * -force-name 越權建立時，先行登錄一筆 NAMOVR 供稽核
      *-----------------------------------------------------------
        2260-NAMOVRLOG.
            MOVE SPACES TO REG-REC.
            MOVE QUE-NAME TO REG-QUE-NAME.
            MOVE "POSIX" TO REG-QUE-TYPE.
            MOVE "NAMOVR" TO REG-ACTION.
            ACCEPT REG-OWNER FROM ENVIRONMENT-VALUE.
            ACCEPT REG-DATE FROM DATE YYYYMMDD.

            DISPLAY "USER" UPON ENVIRONMENT-NAME.
            ACCEPT REG-OPER FROM ENVIRONMENT-VALUE.

            OPEN EXTEND QUE-REG-FILE.
            IF REG-FILE-STAT = "35"
                OPEN OUTPUT QUE-REG-FILE
            WRITE REG-REC.
            CLOSE QUE-REG-FILE.

      *-----------------------------------------------------------
      * 團隊佈建額度檢核(MWQUOTAS)：建立後掛名團隊的 QUE 數/訊息格
      * 數/位元組超出額度即拒絕；-quota-override 須操作者具 QUOTA
      * 權限(MWROLES，無矩陣檔時 AUTHOPS)，越權本身登錄至 QUEREG
      *-----------------------------------------------------------
        2700-QUOTACHK.
            MOVE QUE-NAME TO QUOT-QUE.
            MOVE "POSIX" TO QUOT-TYPE.
            IF OWNER-ID NOT = SPACES
                MOVE OWNER-ID TO QUOT-OPER
            ELSE
                DISPLAY "USER" UPON ENVIRONMENT-NAME
                ACCEPT QUOT-OPER FROM ENVIRONMENT-VALUE
            END-IF.
            MOVE MSG-MAX TO QUOT-ADD-MAX.
            MOVE MSG-SIZE TO QUOT-ADD-SIZE.
            PERFORM 1688-QUOTACHK THRU 1688-EXIT.
            IF QUOT-OK
                GO TO 2700-EXIT
            END-IF.

            IF NOT QUOTA-OVR
                DISPLAY "QUOTA EXCEEDED FOR TEAM "
                        FUNCTION TRIM(QUOT-TEAM) ": "
                        FUNCTION TRIM(QUOT-REASON)
                DISPLAY "USE -quota-override TO OVERRIDE"
                        " (OVERRIDE IS JOURNALED)"
                MOVE MWRC-DENY TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

            MOVE "QUOTA" TO ROLE-ACT.
            MOVE QUE-NAME TO ROLE-QUE-KEY.
            MOVE QUOT-TEAM TO ROLE-OWNER.
            PERFORM 5650-OPERCHK.
            IF NOT AUTH-OK
                DISPLAY "OPERATOR NOT AUTHORIZED,"
                        " -quota-override REFUSED"
      * 遭拒的越權記入事故日誌，供特權覆核(MWPRIVRPT)
                MOVE -1 TO RET-CODE
                MOVE "NOT AUTHORIZED FOR QUOTA OVERRIDE" TO ERR-TXT
                MOVE LENGTH OF ERR-TXT TO ERR-LEN
                PERFORM 1900-INCLOG
                MOVE MWRC-DENY TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

            DISPLAY "QUOTA OVERRIDDEN FOR TEAM "
                    FUNCTION TRIM(QUOT-TEAM) ": "
                    FUNCTION TRIM(QUOT-REASON).
            PERFORM 2760-QUOOVRLOG.

        2700-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * -quota-override 越權建立時，先行登錄一筆 QUOOVR 供稽核；
      * REG-CLASS 欄記計入的團隊
      *-----------------------------------------------------------
        2760-QUOOVRLOG.
            MOVE SPACES TO REG-REC.
            MOVE QUE-NAME TO REG-QUE-NAME.
            MOVE "POSIX" TO REG-QUE-TYPE.
            MOVE "QUOOVR" TO REG-ACTION.
            MOVE MSG-MAX TO REG-MAX.
            MOVE MSG-SIZE TO REG-SIZE.
            MOVE SPACE TO REG-PROD-FLAG.
            MOVE QUOT-TEAM TO REG-CLASS.
            MOVE OPER-ID TO REG-OWNER.
            ACCEPT REG-DATE FROM DATE YYYYMMDD.

            DISPLAY "USER" UPON ENVIRONMENT-NAME.
            ACCEPT REG-OPER FROM ENVIRONMENT-VALUE.

            OPEN EXTEND QUE-REG-FILE.
            IF REG-FILE-STAT = "35"
                OPEN OUTPUT QUE-REG-FILE
            END-IF.

            WRITE REG-REC.
            CLOSE QUE-REG-FILE.

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
            MOVE "MQMK" TO ROLE-PGM.
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
            IF AUTHOPS-REC = SPACES OR AUTHOPS-REC(1:1) = "*"
                CONTINUE
            ELSE
                IF FUNCTION TRIM(AUTHOPS-REC) = FUNCTION TRIM(OPER-ID)
                    MOVE "Y" TO AUTH-OK-SW
                END-IF
            END-IF.

        COPY "QUOTPD.DEF".

        COPY "ROLEPD.DEF".

        1000-ERR.
            MOVE LENGTH OF ERR-TXT TO ERR-LEN.
            
                WHEN "-p"   MOVE "Y" TO PROD-SW
                WHEN "-class" MOVE PARAM TO PARAM-PREV
                WHEN "-force-name" MOVE "Y" TO FORCE-NAME-SW
                WHEN "-quota-override" MOVE "Y" TO QUOTA-OVR-SW
                WHEN "-owner" MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-c"
                            PERFORM 2600-OCTVAL
                        WHEN "-class"
                            MOVE PARAM TO CLASS-NAME
                        WHEN "-owner"
                            MOVE PARAM TO OWNER-ID
                        WHEN OTHER
                            GO TO 3000-PERR
                    END-EVALUATE
            DISPLAY "  [-p]               Flag As Production Que".
            DISPLAY "  [-force-name]      Override Naming Rules".
            DISPLAY "                     (Journaled To QUEREG)".
            DISPLAY "  [-owner id]        Registered Owner(Team Or".
            DISPLAY "                     Account), default $USER".
            DISPLAY "  [-quota-override]  Exceed Team Quota(MWQUOTAS)".
            DISPLAY "                     (QUOTA Right, Journaled)".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " "
            MOVE MWRC-PARM TO RETURN-CODE
