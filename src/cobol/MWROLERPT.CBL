      */--------------------------------------------------------------
      * MWROLERPT.CBL
      * 操作者有效權限報表(角色權限矩陣 MWROLES)
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. 角色權限矩陣取代單一 AUTHOPS 清單後，「誰到底能做什麼」
      *    要把 U(操作者->角色)與 P(角色->程式+動作+QUE 樣式)兩種
      *    紀錄交叉展開才看得出來；本程式逐一操作者列出其角色及
      *    展開後的有效權限
      * 2. 程式與動作皆為 * 的權限加註 ALL ACTIONS，角色查無 P
      *    紀錄者加註 NO PERMISSIONS，供資安覆核
      * 3. 矩陣檔不存在時改列 AUTHOPS 清單(清單內帳號全權)
      * 4. 報表寫入 -o 並同步顯示；-oper 只列指定操作者
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWROLERPT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT MWROLERPT-RPT-FILE ASSIGN TO RPT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-FILE-STAT.
            COPY "ROLESL.DEF".
            COPY "AUTHSL.DEF".
            COPY "INCLOGSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        FD  MWROLERPT-RPT-FILE.
        01  RPT-REC                 PIC X(200).
        COPY "ROLEFD.DEF".
        COPY "AUTHFD.DEF".
        COPY "INCLOGFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "ROLEWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
        77  AUTHOPS-FILE-STAT   PIC XX.
            88 AUTHOPS-EOF      VALUE "10".
        77  RPT-FILE-STAT       PIC XX.
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

        01  RPT-FILE-NAME       PIC X(FILE_NAME_LEN)
                                 VALUE "MWROLERPTOUT".

      * 過濾條件(空白 = 全部操作者)
        77  F-OPER              PIC X(32) VALUE SPACES.

      * U 紀錄(操作者->角色)
        01  UR-TAB.
            05  UR-ENT OCCURS 300 TIMES.
                10  UR-OPER     PIC X(32).
                10  UR-ROLE     PIC X(32).
        77  UR-CNT              SIGNED-INT VALUE 0.
      * P 紀錄(角色->程式+動作+QUE 樣式)
        01  PR-TAB.
            05  PR-ENT OCCURS 500 TIMES.
                10  PR-ROLE     PIC X(32).
                10  PR-PGM      PIC X(8).
                10  PR-ACT      PIC X(8).
                10  PR-PAT      PIC X(64).
        77  PR-CNT              SIGNED-INT VALUE 0.
      * 不重複操作者(依檔內首次出現順序)
        01  OP-TAB.
            05  OP-OPER         PIC X(32) OCCURS 300 TIMES.
        77  OP-CNT              SIGNED-INT VALUE 0.

        77  OP-IDX              SIGNED-INT VALUE 0.
        77  UR-IDX              SIGNED-INT VALUE 0.
        77  PR-IDX              SIGNED-INT VALUE 0.
        77  TAB-HIT             SIGNED-INT VALUE 0.
        77  GRANT-CNT           SIGNED-INT VALUE 0.
        77  ROLE-GRANTS         SIGNED-INT VALUE 0.
        77  FULL-CNT            SIGNED-INT VALUE 0.
        77  SKIP-CNT            SIGNED-INT VALUE 0.
        77  CNT-DISP            PIC -(9)9.
        77  CNT-DISP2           PIC -(9)9.
        77  CNT-DISP3           PIC -(9)9.

        PROCEDURE               DIVISION.
        MAIN-RTN                SECTION.
        0000-BEGIN.

            PERFORM 2000-PARAM.

            OPEN OUTPUT MWROLERPT-RPT-FILE.
            IF RPT-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN RPT FILE : " RPT-FILE-NAME;
                MOVE -1 TO RET-CODE;
                MOVE MWRC-FILE TO EXIT-CLASS;
                GO TO 1000-ERR;
            END-IF.

            MOVE SPACES TO RPT-REC.
            MOVE "MWROLERPT - EFFECTIVE OPERATOR PERMISSIONS"
                TO RPT-REC.
            PERFORM 7900-RPTWRITE.

            MOVE SPACES TO ROLE-FILE-STAT.
            OPEN INPUT ROLE-FILE.
            IF ROLE-FILE-STAT NOT = "00"
                PERFORM 6000-LEGACY
                CLOSE MWROLERPT-RPT-FILE
                DISPLAY "REPORT : " RPT-FILE-NAME(1:50)
                MOVE MWRC-WARN TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL ROLE-EOF
                READ ROLE-FILE
                    AT END
                        MOVE "10" TO ROLE-FILE-STAT
                    NOT AT END
                        PERFORM 4000-LOADONE
                END-READ
            END-PERFORM.
            CLOSE ROLE-FILE.

            PERFORM VARYING OP-IDX FROM 1 BY 1
                    UNTIL OP-IDX > OP-CNT
                IF F-OPER = SPACES
                OR FUNCTION TRIM(OP-OPER(OP-IDX))
                   = FUNCTION TRIM(F-OPER)
                    PERFORM 5000-OPERONE
                END-IF
            END-PERFORM.

            PERFORM 7000-SUMMARY.

            CLOSE MWROLERPT-RPT-FILE.

            DISPLAY "REPORT : " RPT-FILE-NAME(1:50).
            MOVE MWRC-OK TO RETURN-CODE.

        0000-EXIT.
            IF NOT QUIET-ON
                DISPLAY "PRESS <ENTER> TO EXIT"
                ACCEPT OMITTED
            END-IF.
            STOP RUN.

      *-----------------------------------------------------------
      * 一行矩陣紀錄載入 U/P 表，並收集不重複的操作者
      *-----------------------------------------------------------
        4000-LOADONE.
            PERFORM 1893-ROLEPARSE.
            EVALUATE ROLE-P1
                WHEN "U"
                    IF ROLE-P2 = SPACES OR ROLE-P3 = SPACES
                    OR UR-CNT >= 300
                        ADD 1 TO SKIP-CNT
                    ELSE
                        ADD 1 TO UR-CNT
                        MOVE ROLE-P2 TO UR-OPER(UR-CNT)
                        MOVE ROLE-P3 TO UR-ROLE(UR-CNT)
                        PERFORM 4100-OPERADD
                    END-IF
                WHEN "P"
                    IF ROLE-P2 = SPACES OR PR-CNT >= 500
                        ADD 1 TO SKIP-CNT
                    ELSE
                        ADD 1 TO PR-CNT
                        MOVE ROLE-P2 TO PR-ROLE(PR-CNT)
                        MOVE ROLE-P3 TO PR-PGM(PR-CNT)
                        MOVE ROLE-P4 TO PR-ACT(PR-CNT)
                        MOVE ROLE-P5 TO PR-PAT(PR-CNT)
                    END-IF
                WHEN SPACES
                    CONTINUE
                WHEN OTHER
                    ADD 1 TO SKIP-CNT
            END-EVALUATE.

        4100-OPERADD.
            MOVE 0 TO TAB-HIT.
            PERFORM VARYING OP-IDX FROM 1 BY 1
                    UNTIL OP-IDX > OP-CNT OR TAB-HIT > 0
                IF OP-OPER(OP-IDX) = ROLE-P2
                    MOVE OP-IDX TO TAB-HIT
                END-IF
            END-PERFORM.
            IF TAB-HIT = 0 AND OP-CNT < 300
                ADD 1 TO OP-CNT
                MOVE ROLE-P2 TO OP-OPER(OP-CNT)
            END-IF.

      *-----------------------------------------------------------
      * 一位操作者：逐一角色展開其 P 紀錄
      *-----------------------------------------------------------
        5000-OPERONE.
            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            STRING "OPERATOR : " OP-OPER(OP-IDX) DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            PERFORM VARYING UR-IDX FROM 1 BY 1
                    UNTIL UR-IDX > UR-CNT
                IF UR-OPER(UR-IDX) = OP-OPER(OP-IDX)
                    PERFORM 5100-ROLEONE
                END-IF
            END-PERFORM.

        5100-ROLEONE.
            MOVE 0 TO ROLE-GRANTS.
            PERFORM VARYING PR-IDX FROM 1 BY 1
                    UNTIL PR-IDX > PR-CNT
                IF FUNCTION TRIM(PR-ROLE(PR-IDX))
                   = FUNCTION TRIM(UR-ROLE(UR-IDX))
                    ADD 1 TO ROLE-GRANTS
                    ADD 1 TO GRANT-CNT
                    MOVE SPACES TO RPT-REC
                    STRING "  " UR-ROLE(UR-IDX)(1:20) " "
                           PR-PGM(PR-IDX) " " PR-ACT(PR-IDX) " "
                           PR-PAT(PR-IDX)(1:40) DELIMITED BY SIZE
                        INTO RPT-REC
                    END-STRING
                    IF FUNCTION TRIM(PR-PGM(PR-IDX)) = "*"
                    AND FUNCTION TRIM(PR-ACT(PR-IDX)) = "*"
                        ADD 1 TO FULL-CNT
                        MOVE "<-- ALL ACTIONS" TO RPT-REC(82:15)
                    END-IF
                    PERFORM 7900-RPTWRITE
                END-IF
            END-PERFORM.

            IF ROLE-GRANTS = 0
                MOVE SPACES TO RPT-REC
                STRING "  " UR-ROLE(UR-IDX)(1:20)
                       " (NO PERMISSIONS DEFINED FOR ROLE)"
                       DELIMITED BY SIZE
                    INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            END-IF.

      *-----------------------------------------------------------
      * 無矩陣檔：各程式沿用 AUTHOPS，清單內帳號等同全部權限
      *-----------------------------------------------------------
        6000-LEGACY.
            MOVE SPACES TO RPT-REC.
            MOVE "MWROLES NOT FOUND - LEGACY AUTHOPS LIST IN EFFECT"
                TO RPT-REC.
            PERFORM 7900-RPTWRITE.

            OPEN INPUT AUTHOPS-FILE.
            IF AUTHOPS-FILE-STAT NOT = "00"
                MOVE SPACES TO RPT-REC
                MOVE "  (AUTHOPS NOT FOUND - NO PRIVILEGED OPERATORS)"
                    TO RPT-REC
                PERFORM 7900-RPTWRITE
            ELSE
                PERFORM TEST BEFORE UNTIL AUTHOPS-EOF
                    READ AUTHOPS-FILE
                        AT END
                            MOVE "10" TO AUTHOPS-FILE-STAT
                        NOT AT END
                            IF AUTHOPS-REC NOT = SPACES
                            AND AUTHOPS-REC(1:1) NOT = "*"
                            AND (F-OPER = SPACES
                                 OR FUNCTION TRIM(AUTHOPS-REC)
                                    = FUNCTION TRIM(F-OPER))
                                MOVE SPACES TO RPT-REC
                                STRING "  " AUTHOPS-REC
                                       " * * * <-- ALL ACTIONS"
                                       DELIMITED BY SIZE
                                    INTO RPT-REC
                                END-STRING
                                PERFORM 7900-RPTWRITE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AUTHOPS-FILE
            END-IF.

        7000-SUMMARY.
            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            MOVE ALL "-" TO RPT-REC(1:60).
            PERFORM 7900-RPTWRITE.

            MOVE OP-CNT TO CNT-DISP.
            MOVE GRANT-CNT TO CNT-DISP2.
            MOVE FULL-CNT TO CNT-DISP3.
            MOVE SPACES TO RPT-REC.
            STRING "OPERATORS " CNT-DISP " GRANTS " CNT-DISP2
                   " ALL-ACTION GRANTS " CNT-DISP3
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            IF SKIP-CNT > 0
                MOVE SKIP-CNT TO CNT-DISP
                MOVE SPACES TO RPT-REC
                STRING "UNRECOGNISED/OVERFLOW LINES SKIPPED "
                       CNT-DISP DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            END-IF.

        7900-RPTWRITE.
            WRITE RPT-REC.
            DISPLAY RPT-REC(1:120).

        COPY "ROLEPD.DEF".

        1000-ERR.
            MOVE LENGTH OF ERR-TXT TO ERR-LEN.

            CALL 'MW$STR' USING
                BY VALUE        SERROR,
                BY VALUE        RET_CODE,
                BY REFERENCE    ERR-TXT,
                BY REFERENCE    ERR-LEN.

            DISPLAY "RUN ERROR : " RET-CODE.
            DISPLAY "          : " ERR-TXT(1:ERR-LEN).

            IF EXIT-CLASS = 0
                MOVE MWRC-IPC TO EXIT-CLASS
            END-IF.
            MOVE EXIT-CLASS TO RETURN-CODE.

            PERFORM 1900-INCLOG.

            GO TO 0000-EXIT.

        1900-INCLOG.
            MOVE SPACES TO INCLOG-REC.
            ACCEPT INCLOG-DATE FROM DATE YYYYMMDD.
            ACCEPT INCLOG-TIME FROM TIME.
            MOVE "MWROLERP"      TO INCLOG-PGM.
            MOVE RET-CODE        TO INCLOG-CODE.
            MOVE ERR-TXT(1:ERR-LEN) TO INCLOG-MSG.
            MOVE SPACES TO INCLOG-QUE.
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
      * 選擇性參數 : -oper id , -o report_file
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                    INTO PARAM
                    POINTER STRING-PTR
                    ON OVERFLOW
                        IF STRING-PTR > PARAM-LIST-SIZE THEN
                            MOVE "Y" TO PARAM-FLAG
                            EVALUATE PARAM-PREV
                                WHEN "-oper"
                                    MOVE PARAM TO F-OPER
                                WHEN "-o"
                                    MOVE PARAM TO RPT-FILE-NAME
                                WHEN SPACES
                                    CONTINUE
                                WHEN OTHER
                                    GO TO 3000-PERR
                            END-EVALUATE
                        ELSE
                            PERFORM 2500-SETPARAM
                        END-IF
                END-UNSTRING
            END-PERFORM.

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"   MOVE "Y" TO QUIET-SW
                WHEN "--batch" MOVE "Y" TO QUIET-SW
                WHEN "-oper"   MOVE PARAM TO PARAM-PREV
                WHEN "-o"      MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-oper"
                            MOVE PARAM TO F-OPER
                        WHEN "-o"
                            MOVE PARAM TO RPT-FILE-NAME
                        WHEN OTHER
                            GO TO 3000-PERR
                    END-EVALUATE
                    MOVE SPACES TO PARAM-PREV
            END-EVALUATE.

        3000-PERR.
            DISPLAY "INVALID PARAMETER".
            DISPLAY " ".

            DISPLAY "MWROLERPT - Effective Operator Permissions".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWROLERPT [options]".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  [-oper id]         Operator Filter".
            DISPLAY "  [-o report_file]   Report(Default MWROLERPTOUT)".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWROLERPT.
