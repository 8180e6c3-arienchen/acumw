      */--------------------------------------------------------------
      * MWPRIVRPT.CBL
      * 特權操作者權限使用覆核報表(AUTHOPS)
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. 資安每半年要確認誰持有 AUTHOPS 權限、是否真的用過；過去
      *    是把 AUTHOPS 檔貼進郵件。本程式逐一列出 AUTHOPS 操作者
      *    及其於操作軌跡(AUDITLOG)最近一次特權動作：
      *    - PROD QUE 移除(REMOVE 且帶變更單號，或 QUE 主檔標 PROD)
      *    - PURGE、CHMOD、NOMASK(-nomask 未遮罩傾印)
      *    - MWQREQ 審批(QAPPR/QREJ)、DLQ 丟棄(DLQDSC)、MWSVC 清除
      *      (SVCCLR)
      * 2. 從未使用或最近一次特權動作已超過 -days n 天(預設 180)
      *    者標 REVOKE? 列為撤銷候選
      * 3. 事故日誌(INCIDENTLOG)訊息含 NOT AUTHORIZED 者列為遭拒
      *    的特權嘗試，依操作者彙總次數與最近一次
      * 4. 操作軌跡中有特權動作但已不在 AUTHOPS 清單的操作者另段
      *    列出(角色權限矩陣授權或已移出清單者)
      * 5. 報表寫入 -o report_file(預設 MWPRIVRPTOUT)並同步顯示；
      *    有撤銷候選或清單外特權操作者時 RETURN-CODE = 3
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式
      * 2026-10-15 ARIEN
      *     操作軌跡/事故日誌先讀全部已封月段(MWLOGROT)再讀現行日誌，
      *     封段後最近一次特權動作不致漏列
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWPRIVRPT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT MWPRIVRPT-RPT-FILE ASSIGN TO RPT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-FILE-STAT.
            COPY "AUTHSL.DEF".
            COPY "ROLESL.DEF".
            COPY "AUDITSL.DEF".
            COPY "INCLOGSL.DEF".
            COPY "REGMSL.DEF".
            COPY "SEGSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        FD  MWPRIVRPT-RPT-FILE.
        01  RPT-REC                 PIC X(160).
        COPY "AUTHFD.DEF".
        COPY "ROLEFD.DEF".
        COPY "AUDITFD.DEF".
        COPY "INCLOGFD.DEF".
        COPY "REGMFD.DEF".
        COPY "SEGFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "SEGWS.DEF".

        77  AUTHOPS-FILE-STAT   PIC XX.
            88 AUTHOPS-EOF      VALUE "10".
        77  ROLE-FILE-STAT      PIC XX.
        77  AUDIT-FILE-STAT     PIC XX.
            88 AUDIT-EOF        VALUE "10".
        77  INCLOG-FILE-STAT    PIC XX.
            88 INCLOG-EOF       VALUE "10".
        77  REGM-FILE-STAT      PIC XX.
        77  RPT-FILE-STAT       PIC XX.
        77  REGM-OPEN-SW        PIC X VALUE SPACE.
            88 REGM-OPENED      VALUE 'Y'.
        77  ROLE-MATRIX-SW      PIC X VALUE SPACE.
            88 ROLE-MATRIX      VALUE 'Y'.

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
                                 VALUE "MWPRIVRPTOUT".
        77  DAYS-LIMIT          SIGNED-INT VALUE 180.

      * 操作者表：AUTHOPS 清單載入，軌跡中清單外者補列
        01  OP-TAB.
            05  OP-ENT OCCURS 500 TIMES.
                10  OP-NAME     PIC X(32).
                10  OP-LISTED   PIC X.
                10  OP-PRIV-CNT SIGNED-INT.
                10  OP-L-DATE   PIC X(8).
                10  OP-L-TIME   PIC X(8).
                10  OP-L-PGM    PIC X(8).
                10  OP-L-ACT    PIC X(8).
                10  OP-L-QUE    PIC X(64).
                10  OP-DENY-CNT SIGNED-INT.
                10  OP-D-DATE   PIC X(8).
                10  OP-D-PGM    PIC X(8).
                10  OP-D-MSG    PIC X(40).
        77  OP-CNT              SIGNED-INT VALUE 0.
        77  OP-IDX              SIGNED-INT VALUE 0.
        77  OP-HIT              SIGNED-INT VALUE 0.
        77  OP-FULL             SIGNED-INT VALUE 0.
        01  OP-KEY              PIC X(32).

        77  PRIV-SW             PIC X VALUE SPACE.
            88 IS-PRIV          VALUE 'Y'.
        77  DENY-TALLY          SIGNED-INT VALUE 0.

        77  TODAY-DATE          PIC X(8).
        77  TODAY-NUM           PIC 9(8).
        77  TODAY-INT           SIGNED-INT VALUE 0.
        77  REC-NUM             PIC 9(8).
        77  REC-AGE             SIGNED-INT VALUE 0.

        77  LISTED-CNT          SIGNED-INT VALUE 0.
        77  REVOKE-CNT          SIGNED-INT VALUE 0.
        77  OFFLIST-CNT         SIGNED-INT VALUE 0.
        77  DENIED-CNT          SIGNED-INT VALUE 0.
        77  AUD-PRIV-CNT        SIGNED-LONG VALUE 0.
        77  CNT-DISP            PIC -(5)9.
        77  CNT-DISP2           PIC -(5)9.
        77  AGE-DISP            PIC -(5)9.
        01  FLAG-TXT            PIC X(8).

        PROCEDURE               DIVISION.
        MAIN-RTN                SECTION.
        0000-BEGIN.

            PERFORM 2000-PARAM.

            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            COMPUTE TODAY-NUM = FUNCTION NUMVAL(TODAY-DATE).
            COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-NUM).

            PERFORM 4000-AUTHLOAD THRU 4000-EXIT.

      * 矩陣檔存在時 AUTHOPS 已非授權依據，報表加註
            OPEN INPUT ROLE-FILE.
            IF ROLE-FILE-STAT = "00"
                MOVE "Y" TO ROLE-MATRIX-SW
                CLOSE ROLE-FILE
            END-IF.

            OPEN INPUT QUE-REGM-FILE.
            IF REGM-FILE-STAT = "00"
                MOVE "Y" TO REGM-OPEN-SW
            END-IF.
            PERFORM 4500-AUDSCAN THRU 4500-EXIT.
            IF REGM-OPENED
                CLOSE QUE-REGM-FILE
            END-IF.

            PERFORM 4800-DENYSCAN THRU 4800-EXIT.

            OPEN OUTPUT MWPRIVRPT-RPT-FILE.
            IF RPT-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN RPT FILE : " RPT-FILE-NAME
                MOVE MWRC-FILE TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

            PERFORM 7000-REPORT.

            CLOSE MWPRIVRPT-RPT-FILE.

            DISPLAY "REPORT : " RPT-FILE-NAME(1:50).
            IF REVOKE-CNT > 0 OR OFFLIST-CNT > 0
                MOVE MWRC-WARN TO RETURN-CODE
            ELSE
                MOVE MWRC-OK TO RETURN-CODE
            END-IF.

        0000-EXIT.
            IF NOT QUIET-ON
                DISPLAY "PRESS <ENTER> TO EXIT"
                ACCEPT OMITTED
            END-IF.
            STOP RUN.

      *-----------------------------------------------------------
      * 載入 AUTHOPS 清單
      *-----------------------------------------------------------
        4000-AUTHLOAD.
            OPEN INPUT AUTHOPS-FILE.
            IF AUTHOPS-FILE-STAT NOT = "00"
                DISPLAY "AUTHOPS NOT FOUND, NO LISTED OPERATORS"
                GO TO 4000-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL AUTHOPS-EOF
                READ AUTHOPS-FILE
                    AT END
                        MOVE "10" TO AUTHOPS-FILE-STAT
                    NOT AT END
                        IF AUTHOPS-REC NOT = SPACES
                        AND AUTHOPS-REC(1:1) NOT = "*"
                            MOVE FUNCTION TRIM(AUTHOPS-REC) TO OP-KEY
                            PERFORM 5000-OPFIND
                            IF OP-HIT > 0
                            AND OP-LISTED(OP-HIT) NOT = "Y"
                                MOVE "Y" TO OP-LISTED(OP-HIT)
                                ADD 1 TO LISTED-CNT
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

            CLOSE AUTHOPS-FILE.

        4000-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 操作軌跡：逐筆判定是否為特權動作，記操作者最近一次
      *-----------------------------------------------------------
        4500-AUDSCAN.
      * 最近一次特權動作不限期間：已封月段(MWLOGROT)全數先讀，再讀
      * 現行日誌
            MOVE "A" TO SEGL-LOG.
            MOVE SPACES TO SEGL-FROM.
            MOVE SPACES TO SEGL-TO.
            PERFORM 1660-SEGLIST THRU 1660-EXIT.
            PERFORM 4550-AUDSEG
                    VARYING SEGL-IDX FROM 1 BY 1
                    UNTIL SEGL-IDX > SEGL-CNT.

            OPEN INPUT AUDIT-LOG-FILE.
            IF AUDIT-FILE-STAT NOT = "00"
                DISPLAY "AUDITLOG NOT FOUND, NO USAGE ON RECORD"
                GO TO 4500-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL AUDIT-EOF
                READ AUDIT-LOG-FILE
                    AT END
                        MOVE "10" TO AUDIT-FILE-STAT
                    NOT AT END
                        PERFORM 4600-AUDONE
                END-READ
            END-PERFORM.

            CLOSE AUDIT-LOG-FILE.

        4500-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 讀一個已封月段(日誌環境變數暫指段檔開檔)
      *-----------------------------------------------------------
        4550-AUDSEG.
            PERFORM 1665-SEGPOINT.
            OPEN INPUT AUDIT-LOG-FILE.
            PERFORM 1670-SEGBACK.
            IF AUDIT-FILE-STAT NOT = "00"
                DISPLAY "LOG SEGMENT NOT FOUND : "
                        FUNCTION TRIM(SEGL-NAME(SEGL-IDX))
            ELSE
                PERFORM TEST BEFORE UNTIL AUDIT-EOF
                    READ AUDIT-LOG-FILE
                        AT END
                            MOVE "10" TO AUDIT-FILE-STAT
                        NOT AT END
                            PERFORM 4600-AUDONE
                    END-READ
                END-PERFORM
                CLOSE AUDIT-LOG-FILE
            END-IF.

        4600-AUDONE.
            MOVE SPACE TO PRIV-SW.
            EVALUATE AUDIT-ACTION
                WHEN "PURGE"
                WHEN "CHMOD"
                WHEN "NOMASK"
                WHEN "QAPPR"
                WHEN "QREJ"
                WHEN "DLQDSC"
                WHEN "SVCCLR"
                    MOVE "Y" TO PRIV-SW
                WHEN "REMOVE"
                    PERFORM 4650-PRODCHK
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

            IF IS-PRIV AND AUDIT-OPER NOT = SPACES
                ADD 1 TO AUD-PRIV-CNT
                MOVE AUDIT-OPER TO OP-KEY
                PERFORM 5000-OPFIND
                IF OP-HIT > 0
                    ADD 1 TO OP-PRIV-CNT(OP-HIT)
                    IF AUDIT-DATE > OP-L-DATE(OP-HIT)
                    OR (AUDIT-DATE = OP-L-DATE(OP-HIT)
                        AND AUDIT-TIME >= OP-L-TIME(OP-HIT))
                        MOVE AUDIT-DATE TO OP-L-DATE(OP-HIT)
                        MOVE AUDIT-TIME TO OP-L-TIME(OP-HIT)
                        MOVE AUDIT-PGM TO OP-L-PGM(OP-HIT)
                        MOVE AUDIT-ACTION TO OP-L-ACT(OP-HIT)
                        MOVE AUDIT-QUE TO OP-L-QUE(OP-HIT)
                    END-IF
                END-IF
            END-IF.

      * REMOVE 僅 PROD QUE 算特權：帶變更單號即 PROD 破壞性動作，
      * 否則查 QUE 主檔(移除後仍保留 PROD 旗標)
        4650-PRODCHK.
            IF AUDIT-CHGNO NOT = SPACES
                MOVE "Y" TO PRIV-SW
            ELSE
                IF REGM-OPENED
                    MOVE AUDIT-QUE TO REGM-QUE-NAME
                    MOVE "POSIX" TO REGM-QUE-TYPE
                    READ QUE-REGM-FILE
                        INVALID KEY
                            MOVE AUDIT-QUE TO REGM-QUE-NAME
                            MOVE "SYSV " TO REGM-QUE-TYPE
                            READ QUE-REGM-FILE
                                INVALID KEY
                                    MOVE "N" TO REGM-PROD-FLAG
                            END-READ
                    END-READ
                    IF REGM-IS-PROD
                        MOVE "Y" TO PRIV-SW
                    END-IF
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 事故日誌：NOT AUTHORIZED 即遭拒的特權嘗試
      *-----------------------------------------------------------
        4800-DENYSCAN.
      * 已封月段(MWLOGROT)全數先讀，再讀現行日誌
            MOVE "I" TO SEGL-LOG.
            MOVE SPACES TO SEGL-FROM.
            MOVE SPACES TO SEGL-TO.
            PERFORM 1660-SEGLIST THRU 1660-EXIT.
            PERFORM 4850-INCSEG
                    VARYING SEGL-IDX FROM 1 BY 1
                    UNTIL SEGL-IDX > SEGL-CNT.

            OPEN INPUT INCIDENT-LOG-FILE.
            IF INCLOG-FILE-STAT NOT = "00"
                GO TO 4800-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL INCLOG-EOF
                READ INCIDENT-LOG-FILE
                    AT END
                        MOVE "10" TO INCLOG-FILE-STAT
                    NOT AT END
                        PERFORM 4860-DENYCHK
                END-READ
            END-PERFORM.

            CLOSE INCIDENT-LOG-FILE.

        4800-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 讀一個已封月段(日誌環境變數暫指段檔開檔)
      *-----------------------------------------------------------
        4850-INCSEG.
            PERFORM 1665-SEGPOINT.
            OPEN INPUT INCIDENT-LOG-FILE.
            PERFORM 1670-SEGBACK.
            IF INCLOG-FILE-STAT NOT = "00"
                DISPLAY "LOG SEGMENT NOT FOUND : "
                        FUNCTION TRIM(SEGL-NAME(SEGL-IDX))
            ELSE
                PERFORM TEST BEFORE UNTIL INCLOG-EOF
                    READ INCIDENT-LOG-FILE
                        AT END
                            MOVE "10" TO INCLOG-FILE-STAT
                        NOT AT END
                            PERFORM 4860-DENYCHK
                    END-READ
                END-PERFORM
                CLOSE INCIDENT-LOG-FILE
            END-IF.

      * 訊息含 NOT AUTHORIZED 即計入該操作者遭拒次數
        4860-DENYCHK.
            MOVE 0 TO DENY-TALLY.
            INSPECT INCLOG-MSG TALLYING DENY-TALLY
                    FOR ALL "NOT AUTHORIZED".
            IF DENY-TALLY > 0
            AND INCLOG-OPER NOT = SPACES
                PERFORM 4900-DENYONE
            END-IF.

        4900-DENYONE.
            MOVE INCLOG-OPER TO OP-KEY.
            PERFORM 5000-OPFIND.
            IF OP-HIT > 0
                IF OP-DENY-CNT(OP-HIT) = 0
                    ADD 1 TO DENIED-CNT
                END-IF
                ADD 1 TO OP-DENY-CNT(OP-HIT)
                IF INCLOG-DATE >= OP-D-DATE(OP-HIT)
                    MOVE INCLOG-DATE TO OP-D-DATE(OP-HIT)
                    MOVE INCLOG-PGM TO OP-D-PGM(OP-HIT)
                    MOVE INCLOG-MSG TO OP-D-MSG(OP-HIT)
                END-IF
            END-IF.

      * 依 OP-KEY 找或建操作者
        5000-OPFIND.
            MOVE 0 TO OP-HIT.
            PERFORM VARYING OP-IDX FROM 1 BY 1
                    UNTIL OP-IDX > OP-CNT OR OP-HIT > 0
                IF OP-NAME(OP-IDX) = OP-KEY
                    MOVE OP-IDX TO OP-HIT
                END-IF
            END-PERFORM.
            IF OP-HIT = 0
                IF OP-CNT < 500
                    ADD 1 TO OP-CNT
                    MOVE OP-CNT TO OP-HIT
                    MOVE SPACES TO OP-ENT(OP-HIT)
                    MOVE OP-KEY TO OP-NAME(OP-HIT)
                    MOVE "N" TO OP-LISTED(OP-HIT)
                    MOVE 0 TO OP-PRIV-CNT(OP-HIT)
                    MOVE 0 TO OP-DENY-CNT(OP-HIT)
                ELSE
                    ADD 1 TO OP-FULL
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 產出報表
      *-----------------------------------------------------------
        7000-REPORT.
            MOVE DAYS-LIMIT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "MWPRIVRPT - PRIVILEGED ACCESS REVIEW "
                   DELIMITED BY SIZE
                   TODAY-DATE DELIMITED BY SIZE
                   " (REVOKE? = UNUSED " DELIMITED BY SIZE
                   FUNCTION TRIM(CNT-DISP) DELIMITED BY SIZE
                   " DAYS)" DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            IF ROLE-MATRIX
                MOVE SPACES TO RPT-REC
                STRING "NOTE: MWROLES PRESENT - AUTHORIZATION FOLLOWS"
                       " THE ROLE MATRIX, SEE MWROLERPT"
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            END-IF.
            IF OP-FULL > 0
                MOVE OP-FULL TO CNT-DISP
                MOVE SPACES TO RPT-REC
                STRING "OPERATOR TABLE FULL, ENTRIES SKIPPED :"
                       CNT-DISP DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            END-IF.

      * 1. AUTHOPS 持有人
            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE LISTED-CNT TO CNT-DISP.
            STRING "AUTHOPS OPERATORS :" CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            STRING "  FLAG     OPERATOR             LAST USED   DAYS"
                   "  COUNT  PGM      ACTION   QUE"
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            PERFORM VARYING OP-IDX FROM 1 BY 1 UNTIL OP-IDX > OP-CNT
                IF OP-LISTED(OP-IDX) = "Y"
                    PERFORM 7100-HOLDER
                END-IF
            END-PERFORM.

      * 2. 遭拒的特權嘗試
            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE DENIED-CNT TO CNT-DISP.
            STRING "OPERATORS DENIED PRIVILEGED ACTIONS :" CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            PERFORM VARYING OP-IDX FROM 1 BY 1 UNTIL OP-IDX > OP-CNT
                IF OP-DENY-CNT(OP-IDX) > 0
                    MOVE OP-DENY-CNT(OP-IDX) TO CNT-DISP
                    IF OP-LISTED(OP-IDX) = "Y"
                        MOVE "LISTED" TO FLAG-TXT
                    ELSE
                        MOVE SPACES TO FLAG-TXT
                    END-IF
                    MOVE SPACES TO RPT-REC
                    STRING "  " FLAG-TXT " " OP-NAME(OP-IDX)(1:20)
                           " " OP-D-DATE(OP-IDX) " " CNT-DISP
                           "  " OP-D-PGM(OP-IDX) " "
                           OP-D-MSG(OP-IDX)
                           DELIMITED BY SIZE INTO RPT-REC
                    END-STRING
                    PERFORM 7900-RPTWRITE
                END-IF
            END-PERFORM.

      * 3. 清單外卻有特權動作
            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            PERFORM VARYING OP-IDX FROM 1 BY 1 UNTIL OP-IDX > OP-CNT
                IF OP-LISTED(OP-IDX) NOT = "Y"
                AND OP-PRIV-CNT(OP-IDX) > 0
                    ADD 1 TO OFFLIST-CNT
                END-IF
            END-PERFORM.
            MOVE OFFLIST-CNT TO CNT-DISP.
            STRING "PRIVILEGED ACTIONS BY OPERATORS NOT ON AUTHOPS :"
                   CNT-DISP DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            PERFORM VARYING OP-IDX FROM 1 BY 1 UNTIL OP-IDX > OP-CNT
                IF OP-LISTED(OP-IDX) NOT = "Y"
                AND OP-PRIV-CNT(OP-IDX) > 0
                    PERFORM 7100-HOLDER
                END-IF
            END-PERFORM.

            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE REVOKE-CNT TO CNT-DISP.
            MOVE AUD-PRIV-CNT TO CNT-DISP2.
            STRING "REVOCATION CANDIDATES :" CNT-DISP
                   "   PRIVILEGED AUDIT RECORDS :" CNT-DISP2
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

      * 一行操作者特權使用(清單內逾期或從未使用者標 REVOKE?)
        7100-HOLDER.
            MOVE SPACES TO FLAG-TXT.
            MOVE SPACES TO RPT-REC.
            MOVE OP-PRIV-CNT(OP-IDX) TO CNT-DISP.
            IF OP-PRIV-CNT(OP-IDX) = 0
                IF OP-LISTED(OP-IDX) = "Y"
                    MOVE "REVOKE?" TO FLAG-TXT
                    ADD 1 TO REVOKE-CNT
                END-IF
                STRING "  " FLAG-TXT " " OP-NAME(OP-IDX)(1:20)
                       " NEVER" DELIMITED BY SIZE INTO RPT-REC
                END-STRING
            ELSE
                COMPUTE REC-NUM = FUNCTION NUMVAL(OP-L-DATE(OP-IDX))
                COMPUTE REC-AGE = TODAY-INT
                        - FUNCTION INTEGER-OF-DATE(REC-NUM)
                MOVE REC-AGE TO AGE-DISP
                IF OP-LISTED(OP-IDX) = "Y"
                AND REC-AGE > DAYS-LIMIT
                    MOVE "REVOKE?" TO FLAG-TXT
                    ADD 1 TO REVOKE-CNT
                END-IF
                IF OP-LISTED(OP-IDX) NOT = "Y"
                    MOVE "OFFLIST" TO FLAG-TXT
                END-IF
                STRING "  " FLAG-TXT " " OP-NAME(OP-IDX)(1:20)
                       " " OP-L-DATE(OP-IDX) " " AGE-DISP
                       " " CNT-DISP "  " OP-L-PGM(OP-IDX) " "
                       OP-L-ACT(OP-IDX) " " OP-L-QUE(OP-IDX)(1:40)
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
            END-IF.
            PERFORM 7900-RPTWRITE.

        7900-RPTWRITE.
            WRITE RPT-REC.
            DISPLAY RPT-REC(1:110).

        COPY "SEGPD.DEF".

        2000-PARAM.

            ACCEPT PARAM-LIST FROM COMMAND-LINE.
            MOVE 1 TO STRING-PTR.
            SET PARAM-LIST-SIZE TO SIZE OF PARAM-LIST.

      * PARSING COMMAND-LINE 內容
      * 選擇性參數 : -days n , -o report_file
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                    INTO PARAM
                    POINTER STRING-PTR
                    ON OVERFLOW
                        IF STRING-PTR > PARAM-LIST-SIZE THEN
                            MOVE "Y" TO PARAM-FLAG
                            EVALUATE PARAM-PREV
                                WHEN "-days"
                                    COMPUTE DAYS-LIMIT =
                                            FUNCTION NUMVAL(PARAM)
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

            IF DAYS-LIMIT < 1
                GO TO 3000-PERR
            END-IF.

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"        MOVE "Y" TO QUIET-SW
                WHEN "--batch"   MOVE "Y" TO QUIET-SW
                WHEN "-days"     MOVE PARAM TO PARAM-PREV
                WHEN "-o"        MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-days"
                            COMPUTE DAYS-LIMIT =
                                    FUNCTION NUMVAL(PARAM)
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

            DISPLAY "MWPRIVRPT - Privileged Operator Access Review".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWPRIVRPT [options]".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  [-days n]          Flag Unused Longer Than,".
            DISPLAY "                     default 180".
            DISPLAY "  [-o report_file]   Report(Default".
            DISPLAY "                     MWPRIVRPTOUT)".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWPRIVRPT.
