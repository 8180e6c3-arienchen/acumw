      */--------------------------------------------------------------
      * MWREGUPD.CBL
      * 既有 Msg Que 登錄屬性維護(擁有者/PROD 旗標/等級)
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. REGM-OWNER/REGM-PROD-FLAG/REGM-CLASS 過去只能在 MQMK/MSGMK
      *    建立時設定，團隊異動或 QUE 升降級只能刪掉重建；本程式
      *    只改 QUE 主檔(QUEREGM)上的登錄屬性，不動 QUE 本身：
      *    - -owner 新責任團隊、-prod Y|N 新 PROD 旗標、
      *      -class 新等級範本名(NONE 清為空白，須存在於 MWCLASSES)
      *    - QUE 須為 LIVE；所給值與現況相同即不異動
      * 2. PROD 旗標異動比照 MWCHMOD 5650-OPERCHK：依角色權限矩陣
      *    (MWROLES，動作 PRODFLAG)判定，無矩陣檔時操作者須列於
      *    AUTHOPS 清單，否則拒絕並記事件
      * 3. PROD 改為非 PROD 等同解除 MQRM/MWPURGE 等的正式環境保護，
      *    須在變更行事曆(MWCHGCAL)的開放窗口內(-chg/-emerg 同
      *    MWCHMOD)
      * 4. 批次模式 -from-owner 舊團隊 -to-owner 新團隊：一次將舊團隊
      *    名下所有 LIVE QUE(POSIX 與 SYS/V)移轉給新團隊
      * 5. 每筆異動於 QUEREG 記一筆 REG-ACTION = UPDATE(新值放
      *    REG-OWNER/REG-PROD-FLAG/REG-CLASS，舊值放 REG-OLD-*)，
      *    並記操作軌跡 REGUPD
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式
      * 2026-10-15 ARIEN
      *     QUEREG 紀錄新增 REG-OPER 記寫入的作業人員(環境變數 USER)
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWREGUPD.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY "AUDITSL.DEF".
            COPY "INCLOGSL.DEF".
            COPY "REGSL.DEF".
            COPY "REGMSL.DEF".
            COPY "AUTHSL.DEF".
            COPY "ROLESL.DEF".
            COPY "CHGSL.DEF".
            COPY "CLSSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        COPY "AUDITFD.DEF".
        COPY "INCLOGFD.DEF".
        COPY "REGFD.DEF".
        COPY "REGMFD.DEF".
        COPY "AUTHFD.DEF".
        COPY "ROLEFD.DEF".
        COPY "CHGFD.DEF".
        COPY "CLSFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "ROLEWS.DEF".
        COPY "CHGWS.DEF".
        COPY "CLSWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
        77  AUDIT-FILE-STAT     PIC XX.
        77  REG-FILE-STAT       PIC XX.
            88 REG-EOF          VALUE "10".
        77  REGM-FILE-STAT      PIC XX.
            88 REGM-EOF         VALUE "10".
        77  REGM-HIT-SW         PIC X VALUE SPACE.
            88 REGM-HIT         VALUE "Y".
        77  AUTHOPS-FILE-STAT   PIC XX.
            88 AUTHOPS-EOF      VALUE "10".
        77  AUTH-OK-SW          PIC X VALUE SPACE.
            88 AUTH-OK          VALUE "Y".
        77  DENY-SW             PIC X VALUE SPACE.
            88 DENY-ON          VALUE "Y".
        77  OPER-ID             PIC X(32) VALUE SPACES.
      * PROD 降級須變更窗口：窗口未開拒絕 / -emerg 緊急放行
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
        77  EXIT-CLASS          SIGNED-INT VALUE 0.

        77  PARAM-LIST          PIC X(255).
        77  PARAM-LIST-SIZE     PIC 9(3).
        77  PARAM               PIC X(80) VALUE SPACE.
        77  PARAM-PREV          PIC X(80) VALUE SPACE.
        77  STRING-PTR          PIC 9(3).
        77  PARAM-FLAG          PIC X VALUE SPACE.
            88 PARAM-END        VALUE 'Y'.
        77  QUIET-SW            PIC X VALUE SPACE.
            88 QUIET-ON         VALUE 'Y'.

        01  UPD-TYPE            PIC X(8) VALUE "posix".
        01  UPD-REGM-TYPE       PIC X(5) VALUE "POSIX".
      * 參數給值(空白表示該屬性不異動)
        01  ARG-OWNER           PIC X(32) VALUE SPACES.
        01  ARG-PROD            PIC X VALUE SPACE.
        01  ARG-CLASS           PIC X(12) VALUE SPACES.
        01  FROM-OWNER          PIC X(32) VALUE SPACES.
        01  TO-OWNER            PIC X(32) VALUE SPACES.
        77  BULK-SW             PIC X VALUE SPACE.
            88 BULK-ON          VALUE 'Y'.
      * 異動前/後屬性
        01  OLD-OWNER           PIC X(32) VALUE SPACES.
        01  OLD-PROD            PIC X VALUE SPACE.
        01  OLD-CLASS           PIC X(12) VALUE SPACES.
        01  NEW-OWNER           PIC X(32) VALUE SPACES.
        01  NEW-PROD            PIC X VALUE SPACE.
        01  NEW-CLASS           PIC X(12) VALUE SPACES.
        01  CUR-MAX             PIC -(9)9.
        01  CUR-SIZE            PIC -(9)9.
        77  TODAY-DATE          PIC X(8).
        77  UPD-CNT             SIGNED-INT VALUE 0.
        77  CNT-DISP            PIC -(9)9.

        01  MSG-QUE.
            05  QUE-NAME        PIC X(IPC-NAME-LEN)
                                VALUE SPACES.
            05  FILLER          PIC X.

        PROCEDURE               DIVISION.
        MAIN-RTN                SECTION.
        0000-BEGIN.

            PERFORM 2000-PARAM.

            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

            IF BULK-ON
                PERFORM 6000-BULK THRU 6000-EXIT
                GO TO 0000-EXIT
            END-IF.

            PERFORM 5580-MASTREAD THRU 5580-EXIT.

            IF NOT REGM-HIT
                DISPLAY "QUE NOT FOUND IN QUEREGM OR NOT LIVE : "
                        QUE-NAME(1:40)
                MOVE -1 TO RET-CODE
                MOVE "QUE NOT LIVE IN QUEREGM" TO ERR-TXT
                MOVE LENGTH OF ERR-TXT TO ERR-LEN
                PERFORM 1900-INCLOG
                MOVE MWRC-PARM TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

      * 未給的屬性沿用現況
            MOVE OLD-OWNER TO NEW-OWNER.
            MOVE OLD-PROD TO NEW-PROD.
            MOVE OLD-CLASS TO NEW-CLASS.
            IF ARG-OWNER NOT = SPACES
                MOVE ARG-OWNER TO NEW-OWNER
            END-IF.
            IF ARG-PROD NOT = SPACE
                MOVE ARG-PROD TO NEW-PROD
            END-IF.
            IF ARG-CLASS NOT = SPACES
                IF ARG-CLASS = "NONE" OR ARG-CLASS = "none"
                    MOVE SPACES TO NEW-CLASS
                ELSE
                    MOVE ARG-CLASS TO CLS-KEY
                    PERFORM 1735-CLSFIND THRU 1735-EXIT
                    IF NOT CLS-FOUND
                        DISPLAY "CLASS NOT DEFINED IN MWCLASSES : "
                                ARG-CLASS
                        MOVE MWRC-PARM TO RETURN-CODE
                        GO TO 0000-EXIT
                    END-IF
                    MOVE ARG-CLASS TO NEW-CLASS
                END-IF
            END-IF.

            IF NEW-OWNER = OLD-OWNER AND NEW-PROD = OLD-PROD
            AND NEW-CLASS = OLD-CLASS
                DISPLAY "NO ATTRIBUTE CHANGE FOR QUE : "
                        QUE-NAME(1:40)
                MOVE MWRC-OK TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

            PERFORM 5600-AUTHCHK.

            IF DENY-ON
                DISPLAY "PROD FLAG CHANGE DENIED";
                DISPLAY "OPERATOR " OPER-ID(1:20)
                        " NOT AUTHORIZED";
                MOVE -1 TO RET-CODE
                MOVE "NOT AUTHORIZED TO CHANGE PROD FLAG" TO ERR-TXT
                MOVE LENGTH OF ERR-TXT TO ERR-LEN
                PERFORM 1900-INCLOG
                MOVE MWRC-DENY TO RETURN-CODE
                GO TO 0000-EXIT;
            END-IF.

            IF WIN-DENY
                DISPLAY "QUE IS FLAGGED PRODUCTION - UNFLAG DENIED";
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

            PERFORM 5700-APPLY THRU 5700-EXIT.
            IF RETURN-CODE NOT = MWRC-OK
                GO TO 0000-EXIT
            END-IF.

            DISPLAY "-----------------------------------------------".
            DISPLAY "QUE      : " QUE-NAME(1:50).
            DISPLAY "TYPE     : " UPD-REGM-TYPE.
            DISPLAY "OWNER    : " OLD-OWNER(1:20) " -> "
                    NEW-OWNER(1:20).
            DISPLAY "PROD     : " OLD-PROD " -> " NEW-PROD.
            DISPLAY "CLASS    : " OLD-CLASS " -> " NEW-CLASS.
            DISPLAY "-----------------------------------------------".

        0000-EXIT.
            IF NOT QUIET-ON
                DISPLAY "PRESS <ENTER> TO EXIT"
                ACCEPT OMITTED
            END-IF.
            STOP RUN.

      *-----------------------------------------------------------
      * 以 QUE NAME+TYPE 鍵讀取 QUE 主檔(QUEREGM)，LIVE 才算命中，
      * 並留存異動前屬性
      *-----------------------------------------------------------
        5580-MASTREAD.
            MOVE SPACE TO REGM-HIT-SW.

            OPEN INPUT QUE-REGM-FILE.
            IF REGM-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN QUEREGM, STATUS " REGM-FILE-STAT
                GO TO 5580-EXIT
            END-IF.

            MOVE QUE-NAME TO REGM-QUE-NAME.
            MOVE UPD-REGM-TYPE TO REGM-QUE-TYPE.
            READ QUE-REGM-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF REGM-LIVE
                        MOVE "Y" TO REGM-HIT-SW
                        MOVE REGM-OWNER TO OLD-OWNER
                        MOVE REGM-PROD-FLAG TO OLD-PROD
                        MOVE REGM-CLASS TO OLD-CLASS
                    END-IF
            END-READ.

            CLOSE QUE-REGM-FILE.

        5580-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * PROD 旗標有異動才查授權；由 PROD 改為非 PROD 另須變更窗口
      *-----------------------------------------------------------
        5600-AUTHCHK.
            MOVE "N" TO DENY-SW.
            MOVE SPACE TO WIN-DENY-SW.
            MOVE SPACE TO WIN-EMERG-SW.
            MOVE CHG-REQ-NO TO CHG-NO.

            IF NEW-PROD NOT = OLD-PROD
                MOVE "PRODFLAG" TO ROLE-ACT
                MOVE QUE-NAME TO ROLE-QUE-KEY
                MOVE OLD-OWNER TO ROLE-OWNER
                PERFORM 5650-OPERCHK
                IF NOT AUTH-OK
                    MOVE "Y" TO DENY-SW
                END-IF
            END-IF.

            IF OLD-PROD = "Y" AND NEW-PROD NOT = "Y"
                MOVE "MWREGUPD" TO CHG-PGM
                MOVE QUE-NAME TO CHG-QUE-KEY
                MOVE OLD-OWNER TO CHG-OWNER
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
      * 目前登入帳號依角色權限矩陣(MWROLES)判定程式+動作+QUE 是否
      * 允許；無矩陣檔時比對授權清單(AUTHOPS)，一行一個操作者帳號
      *-----------------------------------------------------------
        5650-OPERCHK.
            MOVE "N" TO AUTH-OK-SW.

            DISPLAY "USER" UPON ENVIRONMENT-NAME.
            ACCEPT OPER-ID FROM ENVIRONMENT-VALUE.

      * 有角色權限矩陣(MWROLES)以矩陣為准，無矩陣檔才沿用 AUTHOPS
            MOVE OPER-ID TO ROLE-OPER.
            MOVE "MWREGUPD" TO ROLE-PGM.
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

      *-----------------------------------------------------------
      * 重讀主檔(期間可能已被移除)後改寫，登錄簿記 UPDATE 並記操作
      * 軌跡
      *-----------------------------------------------------------
        5700-APPLY.
            OPEN I-O QUE-REGM-FILE.
            IF REGM-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN QUEREGM FOR UPDATE, STATUS "
                        REGM-FILE-STAT
                MOVE -1 TO RET-CODE
                MOVE "QUEREGM OPEN FOR UPDATE FAILED" TO ERR-TXT
                MOVE LENGTH OF ERR-TXT TO ERR-LEN
                PERFORM 1900-INCLOG
                MOVE MWRC-FILE TO RETURN-CODE
                GO TO 5700-EXIT
            END-IF.

            MOVE QUE-NAME TO REGM-QUE-NAME.
            MOVE UPD-REGM-TYPE TO REGM-QUE-TYPE.
            READ QUE-REGM-FILE
                INVALID KEY
                    MOVE "REMOVED" TO REGM-STATUS
            END-READ.
            IF NOT REGM-LIVE
                CLOSE QUE-REGM-FILE
                DISPLAY "QUE NO LONGER LIVE : " QUE-NAME(1:40)
                MOVE MWRC-PARM TO RETURN-CODE
                GO TO 5700-EXIT
            END-IF.

            MOVE REGM-MAX TO CUR-MAX.
            MOVE REGM-SIZE TO CUR-SIZE.
            MOVE NEW-OWNER TO REGM-OWNER.
            MOVE NEW-PROD TO REGM-PROD-FLAG.
            MOVE NEW-CLASS TO REGM-CLASS.
            REWRITE REGM-REC.
            IF REGM-FILE-STAT NOT = "00"
                DISPLAY "QUEREGM REWRITE FAILED, STATUS "
                        REGM-FILE-STAT
                CLOSE QUE-REGM-FILE
                MOVE -1 TO RET-CODE
                MOVE "QUEREGM REWRITE FAILED" TO ERR-TXT
                MOVE LENGTH OF ERR-TXT TO ERR-LEN
                PERFORM 1900-INCLOG
                MOVE MWRC-FILE TO RETURN-CODE
                GO TO 5700-EXIT
            END-IF.
            CLOSE QUE-REGM-FILE.

            PERFORM 1850-REGWRITE.

            MOVE "REGUPD" TO AUDIT-ACTION.
            MOVE QUE-NAME TO AUDIT-QUE.
            MOVE 1 TO AUDIT-CNT.
            PERFORM 1950-AUDLOG.
            MOVE MWRC-OK TO RETURN-CODE.

        5700-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 批次移轉：舊團隊名下所有 LIVE QUE 改為新團隊，逐筆記
      * UPDATE 與操作軌跡
      *-----------------------------------------------------------
        6000-BULK.
            MOVE 0 TO UPD-CNT.
            MOVE CHG-REQ-NO TO CHG-NO.

            OPEN I-O QUE-REGM-FILE.
            IF REGM-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN QUEREGM FOR UPDATE, STATUS "
                        REGM-FILE-STAT
                MOVE -1 TO RET-CODE
                MOVE "QUEREGM OPEN FOR UPDATE FAILED" TO ERR-TXT
                MOVE LENGTH OF ERR-TXT TO ERR-LEN
                PERFORM 1900-INCLOG
                MOVE MWRC-FILE TO RETURN-CODE
                GO TO 6000-EXIT
            END-IF.

            DISPLAY "-----------------------------------------------".
            DISPLAY "OWNER    : " FROM-OWNER(1:20) " -> "
                    TO-OWNER(1:20).
            PERFORM TEST BEFORE UNTIL REGM-EOF
                READ QUE-REGM-FILE NEXT
                    AT END
                        MOVE "10" TO REGM-FILE-STAT
                    NOT AT END
                        IF REGM-LIVE AND REGM-OWNER = FROM-OWNER
                            PERFORM 6100-BULKONE
                        END-IF
                END-READ
            END-PERFORM.

            CLOSE QUE-REGM-FILE.

            MOVE UPD-CNT TO CNT-DISP.
            DISPLAY "QUES MOVED : " CNT-DISP.
            DISPLAY "-----------------------------------------------".

            IF UPD-CNT = 0
                DISPLAY "NO LIVE QUE OWNED BY " FROM-OWNER(1:20)
                MOVE MWRC-WARN TO RETURN-CODE
            ELSE
                MOVE MWRC-OK TO RETURN-CODE
            END-IF.

        6000-EXIT.
            CONTINUE.

        6100-BULKONE.
            MOVE REGM-QUE-NAME TO QUE-NAME.
            MOVE REGM-QUE-TYPE TO UPD-REGM-TYPE.
            MOVE REGM-OWNER TO OLD-OWNER.
            MOVE REGM-PROD-FLAG TO OLD-PROD.
            MOVE REGM-CLASS TO OLD-CLASS.
            MOVE TO-OWNER TO NEW-OWNER.
            MOVE OLD-PROD TO NEW-PROD.
            MOVE OLD-CLASS TO NEW-CLASS.
            MOVE REGM-MAX TO CUR-MAX.
            MOVE REGM-SIZE TO CUR-SIZE.

            MOVE NEW-OWNER TO REGM-OWNER.
            REWRITE REGM-REC.
            IF REGM-FILE-STAT NOT = "00"
                DISPLAY "  REWRITE FAILED " REGM-FILE-STAT " "
                        UPD-REGM-TYPE " " QUE-NAME(1:40)
            ELSE
                ADD 1 TO UPD-CNT
                DISPLAY "  " UPD-REGM-TYPE " " QUE-NAME(1:50)
                PERFORM 1850-REGWRITE
                MOVE "REGUPD" TO AUDIT-ACTION
                MOVE QUE-NAME TO AUDIT-QUE
                MOVE 1 TO AUDIT-CNT
                PERFORM 1950-AUDLOG
            END-IF.

      * 異動登錄至共用 QUE 登錄簿(QUEREG)：新值放一般欄位，舊值放
      * REG-OLD-*，容量沿用主檔
        1850-REGWRITE.
            MOVE SPACES TO REG-REC.
            MOVE QUE-NAME TO REG-QUE-NAME.
            MOVE UPD-REGM-TYPE TO REG-QUE-TYPE.
            MOVE "UPDATE" TO REG-ACTION.
            MOVE NEW-OWNER TO REG-OWNER.
            MOVE TODAY-DATE TO REG-DATE.
            MOVE CUR-MAX TO REG-MAX.
            MOVE CUR-SIZE TO REG-SIZE.
            MOVE NEW-PROD TO REG-PROD-FLAG.
            MOVE NEW-CLASS TO REG-CLASS.
            MOVE OLD-OWNER TO REG-OLD-OWNER.
            MOVE OLD-PROD TO REG-OLD-PROD.
            MOVE OLD-CLASS TO REG-OLD-CLASS.

            DISPLAY "USER" UPON ENVIRONMENT-NAME.
            ACCEPT REG-OPER FROM ENVIRONMENT-VALUE.

            OPEN EXTEND QUE-REG-FILE.
            IF REG-FILE-STAT = "35"
                OPEN OUTPUT QUE-REG-FILE
            END-IF.

            WRITE REG-REC.
            CLOSE QUE-REG-FILE.

        COPY "CLSPD.DEF".

        COPY "CHGPD.DEF".

        COPY "ROLEPD.DEF".

      *-----------------------------------------------------------
      * 重要成功動作附加至共用操作軌跡檔(AUDITLOG)，呼叫前先設妥
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
            ACCEPT AUDIT-OPER FROM ENVIRONMENT-VALUE.
            MOVE "MWREGUPD" TO AUDIT-PGM.

            OPEN EXTEND AUDIT-LOG-FILE.
            IF AUDIT-FILE-STAT = "35"
                OPEN OUTPUT AUDIT-LOG-FILE
            END-IF.
            IF AUDIT-FILE-STAT NOT = "00"
                DISPLAY "AUDITLOG OPEN FAILED, STATUS "
                        AUDIT-FILE-STAT
            ELSE
      * 防竄改鏈結：前一筆鏈值+本筆內容算出本筆鏈值
                MOVE "A" TO CHAIN-KIND
                MOVE AUDIT-REC TO CHAIN-BUF
                MOVE 162 TO CHAIN-BLEN
                CALL "MWCHAIN" USING CHAIN-KIND, CHAIN-PREV,
                                     CHAIN-BUF, CHAIN-BLEN,
                                     CHAIN-NEXT
                MOVE CHAIN-NEXT TO AUDIT-CHAIN
                WRITE AUDIT-REC
                CLOSE AUDIT-LOG-FILE
      * 附加完成，釋放鏈結鎖
                MOVE "E" TO CHAIN-KIND
                CALL "MWCHAIN" USING CHAIN-KIND, CHAIN-PREV,
                                     CHAIN-BUF, CHAIN-BLEN,
                                     CHAIN-NEXT
            END-IF.

        1900-INCLOG.
            MOVE SPACES TO INCLOG-REC.
            ACCEPT INCLOG-DATE FROM DATE YYYYMMDD.
            ACCEPT INCLOG-TIME FROM TIME.
            MOVE "MWREGUPD"      TO INCLOG-PGM.
            MOVE RET-CODE        TO INCLOG-CODE.
            MOVE ERR-TXT(1:ERR-LEN) TO INCLOG-MSG.
            MOVE QUE-NAME TO INCLOG-QUE.
            DISPLAY "USER" UPON ENVIRONMENT-NAME.
            ACCEPT INCLOG-OPER FROM ENVIRONMENT-VALUE.
            MOVE "E" TO INCLOG-SEV.

            OPEN EXTEND INCIDENT-LOG-FILE.
            IF INCLOG-FILE-STAT = "35"
                OPEN OUTPUT INCIDENT-LOG-FILE
            END-IF.

      * 防竄改鏈結：前一筆鏈值+本筆內容算出本筆鏈值
            MOVE "I" TO CHAIN-KIND.
            MOVE INCLOG-REC TO CHAIN-BUF.
            MOVE 236 TO CHAIN-BLEN.
            CALL "MWCHAIN" USING CHAIN-KIND, CHAIN-PREV,
                                 CHAIN-BUF, CHAIN-BLEN,
                                 CHAIN-NEXT.
            MOVE CHAIN-NEXT TO INCLOG-CHAIN.

            WRITE INCLOG-REC.
            CLOSE INCIDENT-LOG-FILE.
      * 附加完成，釋放鏈結鎖
            MOVE "E" TO CHAIN-KIND.
            CALL "MWCHAIN" USING CHAIN-KIND, CHAIN-PREV,
                                 CHAIN-BUF, CHAIN-BLEN,
                                 CHAIN-NEXT.

        2000-PARAM.

            ACCEPT PARAM-LIST FROM COMMAND-LINE.
            MOVE 1 TO STRING-PTR.
            SET PARAM-LIST-SIZE TO SIZE OF PARAM-LIST.

      * PARSING COMMAND-LINE 內容
      * 單筆 : [-owner id] [-prod Y|N] [-class name|NONE] 至少一項
      *        及 que_name (必須為最後一個)
      * 批次 : -from-owner id -to-owner id (不給 que_name)
      * 選擇性參數 : -t type , -chg chgno , -emerg
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                    INTO PARAM
                    POINTER STRING-PTR
                    ON OVERFLOW
                        IF STRING-PTR > PARAM-LIST-SIZE THEN
                            MOVE "Y" TO PARAM-FLAG
                            IF PARAM-PREV NOT = SPACES
                            OR PARAM(1:1) = "-"
                                PERFORM 2500-SETPARAM
                            ELSE
                                MOVE PARAM TO QUE-NAME
                            END-IF
                        ELSE
                            PERFORM 2500-SETPARAM
                        END-IF
                END-UNSTRING
            END-PERFORM.

            IF PARAM-PREV NOT = SPACES
                GO TO 3000-PERR
            END-IF.

            EVALUATE FUNCTION TRIM(UPD-TYPE)
                WHEN "posix"
                WHEN "POSIX"
                    MOVE "POSIX" TO UPD-REGM-TYPE
                WHEN "sysv"
                WHEN "SYSV"
                    MOVE "SYSV" TO UPD-REGM-TYPE
                WHEN OTHER
                    GO TO 3000-PERR
            END-EVALUATE.

            IF FROM-OWNER NOT = SPACES OR TO-OWNER NOT = SPACES
                IF FROM-OWNER = SPACES OR TO-OWNER = SPACES
                OR FROM-OWNER = TO-OWNER
                OR QUE-NAME NOT = SPACES
                OR ARG-OWNER NOT = SPACES OR ARG-PROD NOT = SPACE
                OR ARG-CLASS NOT = SPACES
                    GO TO 3000-PERR
                END-IF
                MOVE "Y" TO BULK-SW
            ELSE
                IF QUE-NAME = SPACES
                OR (ARG-OWNER = SPACES AND ARG-PROD = SPACE
                    AND ARG-CLASS = SPACES)
                    GO TO 3000-PERR
                END-IF
            END-IF.

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"   MOVE "Y" TO QUIET-SW
                WHEN "--batch" MOVE "Y" TO QUIET-SW
                WHEN "-t"   MOVE PARAM TO PARAM-PREV
                WHEN "-owner" MOVE PARAM TO PARAM-PREV
                WHEN "-prod" MOVE PARAM TO PARAM-PREV
                WHEN "-class" MOVE PARAM TO PARAM-PREV
                WHEN "-from-owner" MOVE PARAM TO PARAM-PREV
                WHEN "-to-owner" MOVE PARAM TO PARAM-PREV
                WHEN "-chg" MOVE PARAM TO PARAM-PREV
                WHEN "-emerg" MOVE "Y" TO CHG-EMERG-SW
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-t"
                            MOVE PARAM TO UPD-TYPE
                        WHEN "-owner"
                            MOVE PARAM TO ARG-OWNER
                        WHEN "-prod"
                            EVALUATE PARAM
                                WHEN "Y"
                                WHEN "y"
                                    MOVE "Y" TO ARG-PROD
                                WHEN "N"
                                WHEN "n"
                                    MOVE "N" TO ARG-PROD
                                WHEN OTHER
                                    GO TO 3000-PERR
                            END-EVALUATE
                        WHEN "-class"
                            MOVE PARAM TO ARG-CLASS
                        WHEN "-from-owner"
                            MOVE PARAM TO FROM-OWNER
                        WHEN "-to-owner"
                            MOVE PARAM TO TO-OWNER
                        WHEN "-chg"
                            MOVE PARAM TO CHG-REQ-NO
                        WHEN OTHER
                            GO TO 3000-PERR
                    END-EVALUATE
                    MOVE SPACES TO PARAM-PREV
            END-EVALUATE.

        3000-PERR.
            DISPLAY "INVALID PARAMETER".
            DISPLAY " ".

            DISPLAY "MWREGUPD - Update Msg Que Registry Attributes".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWREGUPD [options] $que_name".
            DISPLAY "  runcbl MWREGUPD -from-owner id -to-owner id".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  [-owner id]        New Owner Team".
            DISPLAY "  [-prod Y|N]        New PROD Flag(AUTHOPS)".
            DISPLAY "  [-class name|NONE] New Class Template".
            DISPLAY "  [-t posix|sysv]    Que Type, default posix".
            DISPLAY "  [-from-owner id]   Bulk: Move All LIVE Ques".
            DISPLAY "  [-to-owner id]     Bulk: Of This Owner To New".
            DISPLAY "  [-chg chgno]       Change Record For PROD".
            DISPLAY "                     Unflag".
            DISPLAY "  [-emerg]           Emergency Override Outside".
            DISPLAY "                     Change Window(Logged)".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWREGUPD.
