      * 5. 處理後重寫死信檔僅保留未處理訊息：先寫暫存檔(含超出
      *    表格容量、未載入的檔尾訊息原樣照抄)再 mv -f 原子換檔
      *    ；檔名可由環境變數 MWDLQF 覆蓋
      * 6. 列示內容一律先依原目的 QUE 經 MWMASKS 遮罩；-nomask 未
      *    遮罩列示僅限有 NOMASK 權限的操作者(MWROLES；無矩陣檔時
      *    AUTHOPS)，獲准記操作軌跡、遭拒記事故日誌。每次列示依
      *    原目的 QUE 分別記入調閱登記簿(MWVIEWREG)：清單序號區間
      *    、遮罩與否、筆數
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      *     死信檔隨共用 copybook 改二進位安全長度前置格式：寄存
      *     內容常含封套二進位位元組，逐行文字格式遇換行位元組會
      *     切斷紀錄；升級前既存文字格式死信檔須先以舊版處理清空
      * 2026-10-15 ARIEN
      *     死信檔落地加密：改 COPY DLQWS/DLQPD，載入/檔尾照抄經
      *     1962-DLQOPEN 解密讀取(解不開即報錯不換檔)，重寫換檔後
      *     1964-DLQSEAL 整檔加密
      * 2026-10-15 ARIEN
      *     列示內容依原目的 QUE 經 MWMASKS 遮罩；新增 -nomask 未遮罩列示
      *     (NOMASK 權限/AUTHOPS 限定)；列示記入調閱登記簿(MWVIEWREG)；
      *     1950-AUDLOG 不再清掉呼叫端設的動作/QUE/筆數
      *
      */
        IDENTIFICATION DIVISION.
                FILE STATUS IS DLQ-TMP-STAT.
            COPY "AUDITSL.DEF".
            COPY "INCLOGSL.DEF".
            COPY "AUTHSL.DEF".
            COPY "ROLESL.DEF".
            COPY "MASKSL.DEF".
            COPY "VIEWSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        01  DLQ-TMP-REC         PIC X(10381).
        COPY "AUDITFD.DEF".
        COPY "INCLOGFD.DEF".
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
        77  ENT-IDX             SIGNED-INT VALUE 0.
        77  FULL-SKIP-CNT       SIGNED-INT VALUE 0.
        77  DLQ-TMP-STAT        PIC XX.
        77  DLQ-TMP-RLEN        PIC 9(5) VALUE 0.
        01  DLQ-LIVE-NAME       PIC X(256) VALUE SPACES.
        01  DLQ-TMP-NAME        PIC X(256) VALUE SPACES.
        77  TAIL-SEEN-CNT       SIGNED-INT VALUE 0.
        77  TAIL-COPY-CNT       SIGNED-INT VALUE 0.

      * 調閱登記：列示內容依原目的 QUE 彙總序號區間與筆數
        01  VQ-TAB.
            05  VQ-ENT OCCURS 500 TIMES.
                10  VQ-QUE      PIC X(64).
                10  VQ-FIRST    SIGNED-INT.
                10  VQ-LAST     SIGNED-INT.
                10  VQ-CNT      SIGNED-INT.
        77  VQ-CNT-ALL          SIGNED-INT VALUE 0.
        77  VQ-IDX              SIGNED-INT VALUE 0.
        77  VQ-HIT              SIGNED-INT VALUE 0.

        77  RQ-OK-CNT           SIGNED-LONG VALUE 0.
        77  RQ-FAIL-CNT         SIGNED-LONG VALUE 0.
        77  DSC-CNT             SIGNED-LONG VALUE 0.

            PERFORM 2000-PARAM.

      * 遮罩規則與 -nomask 授權：顯示內容預設一律遮罩
            PERFORM 1850-MASKLOAD THRU 1850-EXIT.
            IF NOMASK-REQ
                MOVE "NOMASK" TO ROLE-ACT
                MOVE "(DLQ)" TO ROLE-QUE-KEY
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
                MOVE "(DLQ)" TO AUDIT-QUE
                MOVE 0 TO AUDIT-CNT
                PERFORM 1950-AUDLOG
            END-IF.

            PERFORM 4000-DLQLOAD.

            IF ENT-CNT = 0
                    PERFORM 5000-LISTONE
                            VARYING ENT-IDX FROM 1 BY 1
                            UNTIL ENT-IDX > ENT-CNT
                    PERFORM 5100-VIEWREG
                            VARYING VQ-IDX FROM 1 BY 1
                            UNTIL VQ-IDX > VQ-CNT-ALL
                WHEN "REQUEUE"
                    PERFORM 5500-REQUEUE
                    PERFORM 7000-REWRITE
        4000-DLQLOAD.
            MOVE 0 TO ENT-CNT.

            PERFORM 1962-DLQOPEN.
            IF DLQ-FILE-STAT = "EN"
                MOVE -1 TO RET-CODE
                MOVE MWRC-FILE TO EXIT-CLASS
                GO TO 1000-ERR
            END-IF.
            IF DLQ-FILE-STAT NOT = "00"
                DISPLAY "DEAD-LETTER FILE NOT FOUND, STATUS "
                        DLQ-FILE-STAT
                END-READ
            END-PERFORM.

            PERFORM 1963-DLQCLOSE.

            IF FULL-SKIP-CNT > 0
                MOVE FULL-SKIP-CNT TO CNT-DISP
            DISPLAY "       " E-TYPE(ENT-IDX) " "
                    E-QUE(ENT-IDX)(1:40)
                    " PRIOR=" PRIOR-DISP " LEN=" LEN-DISP.
      * 內容前段依原目的 QUE 遮罩後顯示
            MOVE E-BODY(ENT-IDX) TO MASK-BUF.
            MOVE E-LEN(ENT-IDX) TO MASK-LEN.
            MOVE E-QUE(ENT-IDX) TO MASK-QUE-KEY.
            PERFORM 1870-MASKAPPLY.
            DISPLAY "       [" MASK-BUF(1:60) "]".

      * 依原目的 QUE 累計調閱序號區間
            MOVE 0 TO VQ-HIT.
            PERFORM VARYING VQ-IDX FROM 1 BY 1
                    UNTIL VQ-IDX > VQ-CNT-ALL OR VQ-HIT > 0
                IF VQ-QUE(VQ-IDX) = E-QUE(ENT-IDX)
                    MOVE VQ-IDX TO VQ-HIT
                END-IF
            END-PERFORM.
            IF VQ-HIT = 0
                ADD 1 TO VQ-CNT-ALL
                MOVE VQ-CNT-ALL TO VQ-HIT
                MOVE E-QUE(ENT-IDX) TO VQ-QUE(VQ-HIT)
                MOVE ENT-IDX TO VQ-FIRST(VQ-HIT)
                MOVE 0 TO VQ-CNT(VQ-HIT)
            END-IF.
            MOVE ENT-IDX TO VQ-LAST(VQ-HIT).
            ADD 1 TO VQ-CNT(VQ-HIT).

      *-----------------------------------------------------------
      * 調閱登記：每個原目的 QUE 一筆(清單序號區間、筆數)
      *-----------------------------------------------------------
        5100-VIEWREG.
            MOVE "MWDLQ" TO VW-PGM.
            MOVE VQ-QUE(VQ-IDX) TO VW-QUE.
            MOVE "IDX" TO VW-SCOPE.
            MOVE VQ-FIRST(VQ-IDX) TO IDX-DISP.
            MOVE FUNCTION TRIM(IDX-DISP) TO VW-FROM.
            MOVE VQ-LAST(VQ-IDX) TO IDX-DISP.
            MOVE FUNCTION TRIM(IDX-DISP) TO VW-TO.
            MOVE VQ-CNT(VQ-IDX) TO VW-CNT.
            PERFORM 1972-VIEWREG.

      *-----------------------------------------------------------
      * -requeue：選定訊息依原 TYPE/QUE 送回，成功者標記移除
                   FUNCTION TRIM(DLQ-LIVE-NAME) DELIMITED BY SIZE
                INTO DLQ-MV-CMD.
            CALL "SYSTEM" USING DLQ-MV-CMD.
      * 設有 CURRENT 金鑰時換檔後整檔加密
            PERFORM 1964-DLQSEAL.

            COMPUTE KEEP-CNT = KEEP-CNT + TAIL-COPY-CNT.
            MOVE KEEP-CNT TO CNT-DISP.
            MOVE 0 TO TAIL-COPY-CNT.
            MOVE SPACES TO DLQ-FILE-STAT.

            PERFORM 1962-DLQOPEN.
      * 解不開：不可換檔(檔尾訊息會遺失)
            IF DLQ-FILE-STAT = "EN"
                MOVE -1 TO RET-CODE
                MOVE MWRC-FILE TO EXIT-CLASS
                GO TO 1000-ERR
            END-IF.
            IF DLQ-FILE-STAT NOT = "00"
                GO TO 7100-EXIT
            END-IF.
                END-READ
            END-PERFORM.

            PERFORM 1963-DLQCLOSE.

            MOVE TAIL-COPY-CNT TO CNT-DISP.
            DISPLAY "UNLOADED TAIL KEPT: " CNT-DISP.
                BY REFERENCE    ERR-LEN.
            PERFORM 1900-INCLOG.

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
            MOVE "MWDLQ" TO ROLE-PGM.
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
            SET PARAM-LIST-SIZE TO SIZE OF PARAM-LIST.

      * PARSING COMMAND-LINE 內容
      * 選擇性參數 : -requeue idx|all , -discard idx|all , -nomask
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                                    MOVE "DISCARD" TO DLQ-MODE
                                    PERFORM 2600-PICKVAL
                                WHEN SPACES
                                    IF PARAM = "-nomask"
                                        MOVE "Y" TO NOMASK-REQ-SW
                                    END-IF
                                WHEN OTHER
                                    GO TO 3000-PERR
                            END-EVALUATE
                END-UNSTRING
            END-PERFORM.

      * -nomask 僅用於列示
            IF NOMASK-REQ AND DLQ-MODE NOT = "LIST"
                GO TO 3000-PERR
            END-IF.

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"   MOVE "Y" TO QUIET-SW
                WHEN "--batch" MOVE "Y" TO QUIET-SW
                WHEN "-requeue" MOVE PARAM TO PARAM-PREV
                WHEN "-discard" MOVE PARAM TO PARAM-PREV
                WHEN "-nomask" MOVE "Y" TO NOMASK-REQ-SW
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-requeue"
            DISPLAY "                     Their Original Ques".
            DISPLAY "  [-discard idx|all] Discard Selected Msgs".
            DISPLAY "                     (Journaled To AUDITLOG)".
            DISPLAY "  [-nomask]          List Unmasked Body(NOMASK".
            DISPLAY "                     Role/AUTHOPS Only)".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            DISPLAY "  Dead-Letter File Name: MWDLQF (env Override)".
