      *    殘餘訊息原樣留在 QUE，以 MWRC-WARN 結束
      * 4. 送回失敗時，尚未送回的訊息逐筆寄存共用死信檔(MWDLQF)
      *    再報錯，人工以 MWDLQ 回送
      * 5. 顯示內容(含 -hex)一律先經 MWMASKS 遮罩；-nomask 未遮罩
      *    顯示僅限有 NOMASK 權限的操作者(MWROLES；無矩陣檔時
      *    AUTHOPS)，獲准記操作軌跡、遭拒記事故日誌；-find 比對
      *    原始內容。每次瀏覽記入調閱登記簿(MWVIEWREG)：QUE、
      *    顯示序號區間、遮罩與否、筆數
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-09-02 ARIEN
      *     新增本程式
      * 2026-10-15 ARIEN
      *     顯示內容預設經 MWMASKS 遮罩(含 -hex)；新增 -nomask 未遮罩
      *     顯示(NOMASK 權限/AUTHOPS 限定，獲准記操作軌跡，遭拒記事故
      *     日誌)；每次瀏覽記入調閱登記簿(MWVIEWREG)
      *
      */
        IDENTIFICATION DIVISION.
        FILE-CONTROL.
            COPY "INCLOGSL.DEF".
            COPY "DLQSL.DEF".
            COPY "AUDITSL.DEF".
            COPY "AUTHSL.DEF".
            COPY "ROLESL.DEF".
            COPY "MASKSL.DEF".
            COPY "VIEWSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        COPY "INCLOGFD.DEF".
        COPY "DLQFD.DEF".
        COPY "AUDITFD.DEF".
        COPY "AUTHFD.DEF".
        COPY "ROLEFD.DEF".
        COPY "MASKFD.DEF".
        COPY "VIEWFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "DLQWS.DEF".
        COPY "ROLEWS.DEF".
        COPY "MASKWS.DEF".
        COPY "VIEWWS.DEF".

      * -nomask 未遮罩顯示授權檢查
        77  AUTHOPS-FILE-STAT   PIC XX.
            88 AUTHOPS-EOF      VALUE "10".
        77  NOMASK-REQ-SW       PIC X VALUE SPACE.
            88 NOMASK-REQ       VALUE 'Y'.
        77  NM-OPER             PIC X(32) VALUE SPACES.
        77  NM-OK-SW            PIC X VALUE SPACE.
            88 NM-OK            VALUE 'Y'.

        77  INCLOG-FILE-STAT    PIC XX.
        77  AUDIT-FILE-STAT     PIC XX.
        77  AUDIT-SV-ACTION     PIC X(8).
        77  AUDIT-SV-QUE        PIC X(64).
        77  AUDIT-SV-CNT        PIC -(9)9.
        77  ERR-TXT             PIC X(80).
        77  ERR-LEN             SIGNED-INT VALUE 0.
        77  RET-CODE            SIGNED-INT VALUE 0.
            88 PEEK-FULL        VALUE 'Y'.

        77  SHOW-CNT            SIGNED-INT VALUE 0.
        77  SHOW-FIRST          SIGNED-INT VALUE 0.
        77  SHOW-LAST           SIGNED-INT VALUE 0.
        77  MATCH-CNT           SIGNED-INT VALUE 0.
        77  CNT-DISP            PIC -(9)9.
        77  IDX-DISP            PIC -(5)9.

            PERFORM 2000-PARAM.

      * 遮罩規則與 -nomask 授權：顯示內容預設一律遮罩
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
                    MOVE "NOT AUTHORIZED FOR -nomask VIEW" TO ERR-TXT
                    MOVE LENGTH OF ERR-TXT TO ERR-LEN
                    PERFORM 1900-INCLOG
                    MOVE MWRC-DENY TO RETURN-CODE
                    GO TO 0000-EXIT
                END-IF
                MOVE "Y" TO MASK-NOMASK-SW
      * 未遮罩顯示屬特權動作，記入操作軌跡
                MOVE "NOMASK" TO AUDIT-ACTION
                MOVE QUE-NAME TO AUDIT-QUE
                MOVE 0 TO AUDIT-CNT
                PERFORM 1950-AUDLOG
            END-IF.

            IF PEEK-POSIX
                PERFORM 5100-DRAINPOSIX THRU 5100-EXIT
            ELSE
                    VARYING PEEK-IDX FROM 1 BY 1
                    UNTIL PEEK-IDX > PEEK-CNT.

      * 調閱登記：QUE、顯示序號區間、遮罩與否(送回前先記，送回失敗
      * 轉錯誤處理時照樣留底)
            MOVE "MWPEEK" TO VW-PGM.
            MOVE QUE-NAME TO VW-QUE.
            MOVE "IDX" TO VW-SCOPE.
            MOVE SHOW-FIRST TO IDX-DISP.
            MOVE FUNCTION TRIM(IDX-DISP) TO VW-FROM.
            MOVE SHOW-LAST TO IDX-DISP.
            MOVE FUNCTION TRIM(IDX-DISP) TO VW-TO.
            MOVE SHOW-CNT TO VW-CNT.
            PERFORM 1972-VIEWREG.

      * 依原順序全部送回
            PERFORM 7000-RESTORE.

            END-IF.

            COMPUTE SHOW-CNT = SHOW-CNT + 1.
            IF SHOW-FIRST = 0
                MOVE PEEK-IDX TO SHOW-FIRST
            END-IF.
            MOVE PEEK-IDX TO SHOW-LAST.
            MOVE PEEK-IDX TO IDX-DISP.
            MOVE H-PRIOR(PEEK-IDX) TO PRIOR-DISP.
            MOVE H-LEN(PEEK-IDX) TO LEN-DISP.
                        " LEN=" LEN-DISP
            END-IF.

      * 顯示前遮罩(-nomask 獲准時 1870-MASKAPPLY 不動內容)
            MOVE H-BODY(PEEK-IDX) TO MASK-BUF.
            MOVE H-LEN(PEEK-IDX) TO MASK-LEN.
            MOVE QUE-NAME TO MASK-QUE-KEY.
            PERFORM 1870-MASKAPPLY.

            IF HEX-ON
                PERFORM 6100-SHOWHEX
            ELSE
                DISPLAY "  [" MASK-BUF(1:H-LEN(PEEK-IDX)) "]"
            END-IF.

        6000-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * -hex：以 MW$STR HEX_STR 轉十六進位，每列 64 字元(轉遮罩後
      * 內容)
      *-----------------------------------------------------------
        6100-SHOWHEX.
            MOVE LENGTH OF HEX-TXT TO HEX-LEN.
            CALL 'MW$STR' USING
                BY VALUE        HEX_STR,
                BY REFERENCE    MASK-BUF,
                BY VALUE        H-LEN(PEEK-IDX),
                BY REFERENCE    HEX-TXT,
                BY REFERENCE    HEX-LEN.

        COPY "DLQPD.DEF".

      *-----------------------------------------------------------
      * -nomask 授權：角色權限矩陣(MWROLES)須有 NOMASK 權限；無
      * 矩陣檔時須列於 AUTHOPS 清單(同 MWSAVE 1840-NOMASKCHK)
      *-----------------------------------------------------------
        1840-NOMASKCHK.
            MOVE SPACE TO NM-OK-SW.
            DISPLAY "USER" UPON ENVIRONMENT-NAME.
            ACCEPT NM-OPER FROM ENVIRONMENT-VALUE.

      * 有角色權限矩陣(MWROLES)以矩陣為准，無矩陣檔才沿用 AUTHOPS
            MOVE NM-OPER TO ROLE-OPER.
            MOVE "MWPEEK" TO ROLE-PGM.
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
        COPY "ROLEPD.DEF".
        COPY "VIEWPD.DEF".

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
            ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
            ACCEPT AUDIT-TIME FROM TIME.
            DISPLAY "USER" UPON ENVIRONMENT-NAME.
            ACCEPT AUDIT-OPER FROM ENVIRONMENT-VALUE.
            MOVE "MWPEEK" TO AUDIT-PGM.

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

        1000-ERR.
            MOVE LENGTH OF ERR-TXT TO ERR-LEN.

      * PARSING COMMAND-LINE 內容
      * 必要參數 : que_name (必須為最後一個)
      * 選擇性參數 : -t type , -find text , -head n , -tail n , -hex
      *              -nomask
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                WHEN "-head" MOVE PARAM TO PARAM-PREV
                WHEN "-tail" MOVE PARAM TO PARAM-PREV
                WHEN "-hex"  MOVE "Y" TO HEX-SW
                WHEN "-nomask" MOVE "Y" TO NOMASK-REQ-SW
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-t"
            DISPLAY "  [-tail n]          Show Only Last n Msgs".
            DISPLAY "  [-hex]             Hex Dump Body(For".
            DISPLAY "                     Unprintable Payloads)".
            DISPLAY "  [-nomask]          Show Unmasked Body(NOMASK".
            DISPLAY "                     Role/AUTHOPS Only)".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            DISPLAY "  All Msgs Are Restored In Original Order".
            DISPLAY "  Bodies Are Masked Per MWMASKS By Default".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.
