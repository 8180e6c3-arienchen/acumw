      */--------------------------------------------------------------
      * MWQUOTRPT.CBL
      * 團隊佈建額度用量報表
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. 核心 msgmnb/msgmni 由全體共用，單一團隊一口氣開四十個
      *    10240 x 1000 的 QUE 沒人擋得住。團隊佈建額度檔
      *    (MWQUOTAS，格式見 QUOTFD.DEF)訂各團隊 QUE 數/訊息格數/
      *    位元組上限，MQMK/MSGMK/MWQREQ -approve 佈建時檢核；
      *    本報表列各團隊用量對額度，容量討論在申請時就發生，不必
      *    等到事故
      * 2. 用量取 QUE 主檔(QUEREGM)LIVE 紀錄，REGM-OWNER 依額度檔
      *    M 紀錄換算團隊；SYS/V 登錄容量為 0，只計 QUE 數
      * 3. 每團隊一行：QUE 數、訊息格數、位元組的 用量/額度、最高
      *    使用率與狀態：
      *      OK / NEAR(任一項達 90%) / OVER(已超額，多為額度調降
      *      或越權佈建) / NOQUOTA(額度檔未列的掛名者)
      * 4. 報表寫入 -o 並同步顯示；-team 只列單一團隊；任一團隊
      *    OVER 時 RETURN-CODE = 3
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWQUOTRPT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT MWQUOT-RPT-FILE ASSIGN TO RPT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-FILE-STAT.
            COPY "INCLOGSL.DEF".
            COPY "QUOTSL.DEF".
            COPY "REGMSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        FD  MWQUOT-RPT-FILE.
        01  RPT-REC                 PIC X(160).
        COPY "INCLOGFD.DEF".
        COPY "QUOTFD.DEF".
        COPY "REGMFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "QUOTWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
        77  RPT-FILE-STAT       PIC XX.
        77  REGM-FILE-STAT      PIC XX.
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
                                 VALUE "MWQUOTRPTOUT".
      * -team：只列單一團隊
        01  PICK-TEAM           PIC X(32) VALUE SPACES.

        77  OVER-CNT            SIGNED-INT VALUE 0.
        77  NEAR-CNT            SIGNED-INT VALUE 0.
        77  DEF-CNT             SIGNED-INT VALUE 0.
        77  NODEF-CNT           SIGNED-INT VALUE 0.
        77  PCT-VAL             SIGNED-LONG VALUE 0.
        77  PCT-PEAK            SIGNED-LONG VALUE 0.
        01  TEAM-STATUS         PIC X(7) VALUE SPACES.
        77  CNT-DISP            PIC -(12)9.
        77  PCT-DISP            PIC Z(4)9.
        77  RPT-DATE            PIC X(8).

      * 明細行：用量/額度(額度 0 或未設定顯示 -)
        01  DTL-USE             PIC Z(12)9.
        01  DTL-LIM             PIC X(13).
        01  DTL-LIM-N           PIC Z(12)9.
        01  DTL-PAIR-Q          PIC X(14).
        01  DTL-PAIR-S          PIC X(24).
        01  DTL-PAIR-B          PIC X(30).
        01  DTL-PAIR            PIC X(30).
        77  DTL-PTR             PIC 9(3).
        77  DTL-VAL-USE         SIGNED-LONG VALUE 0.
        77  DTL-VAL-LIM         SIGNED-LONG VALUE 0.

        PROCEDURE               DIVISION.
        MAIN-RTN                SECTION.
        0000-BEGIN.

            PERFORM 2000-PARAM.

            ACCEPT RPT-DATE FROM DATE YYYYMMDD.

      * 額度檔不存在時仍列各掛名者用量(全部 NOQUOTA)
            PERFORM 1680-QUOTALOAD THRU 1680-EXIT.
            MOVE SPACES TO QUOT-QUE.
            MOVE SPACES TO QUOT-TYPE.
            PERFORM 1684-QUOTAUSE THRU 1684-EXIT.

            OPEN OUTPUT MWQUOT-RPT-FILE.
            IF RPT-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN RPT FILE : " RPT-FILE-NAME;
                MOVE -1 TO RET-CODE;
                MOVE MWRC-FILE TO EXIT-CLASS;
                GO TO 1000-ERR;
            END-IF.

            PERFORM 7000-RPTHEAD.
            PERFORM VARYING QT-IDX FROM 1 BY 1
                    UNTIL QT-IDX > QT-CNT
                IF PICK-TEAM = SPACES
                OR QT-TEAM(QT-IDX) = PICK-TEAM
                    PERFORM 5000-TEAMONE
                END-IF
            END-PERFORM.
            PERFORM 7500-RPTTAIL.

            CLOSE MWQUOT-RPT-FILE.
            DISPLAY "REPORT : " RPT-FILE-NAME(1:50).

            IF OVER-CNT > 0
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
      * 一個團隊一行：三項用量/額度、最高使用率、狀態
      *-----------------------------------------------------------
        5000-TEAMONE.
            MOVE 0 TO PCT-PEAK.
            MOVE "OK" TO TEAM-STATUS.

            MOVE QT-USE-QUES(QT-IDX) TO DTL-VAL-USE.
            MOVE QT-LIM-QUES(QT-IDX) TO DTL-VAL-LIM.
            PERFORM 5100-PAIR.
            MOVE DTL-PAIR TO DTL-PAIR-Q.
            MOVE QT-USE-SLOTS(QT-IDX) TO DTL-VAL-USE.
            MOVE QT-LIM-SLOTS(QT-IDX) TO DTL-VAL-LIM.
            PERFORM 5100-PAIR.
            MOVE DTL-PAIR TO DTL-PAIR-S.
            MOVE QT-USE-BYTES(QT-IDX) TO DTL-VAL-USE.
            MOVE QT-LIM-BYTES(QT-IDX) TO DTL-VAL-LIM.
            PERFORM 5100-PAIR.
            MOVE DTL-PAIR TO DTL-PAIR-B.

            IF QT-DEF-SW(QT-IDX) = "Y"
                COMPUTE DEF-CNT = DEF-CNT + 1
                IF TEAM-STATUS = "OVER"
                    COMPUTE OVER-CNT = OVER-CNT + 1
                ELSE
                    IF PCT-PEAK >= 90
                        MOVE "NEAR" TO TEAM-STATUS
                        COMPUTE NEAR-CNT = NEAR-CNT + 1
                    END-IF
                END-IF
            ELSE
                MOVE "NOQUOTA" TO TEAM-STATUS
                COMPUTE NODEF-CNT = NODEF-CNT + 1
            END-IF.

            MOVE PCT-PEAK TO PCT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING QT-TEAM(QT-IDX)(1:24) " "
                   DTL-PAIR-Q " " DTL-PAIR-S " " DTL-PAIR-B " "
                   PCT-DISP "% " TEAM-STATUS
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

      * 用量/額度組字；額度 > 0 才算使用率並判定超額
        5100-PAIR.
            MOVE DTL-VAL-USE TO DTL-USE.
            IF DTL-VAL-LIM > 0
                MOVE DTL-VAL-LIM TO DTL-LIM-N
                MOVE FUNCTION TRIM(DTL-LIM-N) TO DTL-LIM
                COMPUTE PCT-VAL = DTL-VAL-USE * 100 / DTL-VAL-LIM
                IF PCT-VAL > PCT-PEAK
                    MOVE PCT-VAL TO PCT-PEAK
                END-IF
                IF DTL-VAL-USE > DTL-VAL-LIM
                    MOVE "OVER" TO TEAM-STATUS
                END-IF
            ELSE
                MOVE "-" TO DTL-LIM
            END-IF.
            MOVE SPACES TO DTL-PAIR.
            MOVE 1 TO DTL-PTR.
            STRING FUNCTION TRIM(DTL-USE) "/"
                   FUNCTION TRIM(DTL-LIM)
                   DELIMITED BY SIZE
                INTO DTL-PAIR
                WITH POINTER DTL-PTR
            END-STRING.

      *-----------------------------------------------------------
      * 報表表頭/表尾
      *-----------------------------------------------------------
        7000-RPTHEAD.
            MOVE SPACES TO RPT-REC.
            STRING "MWQUOTRPT - TEAM PROVISIONING QUOTA USAGE "
                   RPT-DATE DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            IF NOT QUOT-ON
                MOVE SPACES TO RPT-REC
                MOVE "  (MWQUOTAS NOT FOUND - NO QUOTAS IN FORCE)"
                    TO RPT-REC
                PERFORM 7900-RPTWRITE
            END-IF.
            IF NOT QUOT-REGM-OK
                MOVE SPACES TO RPT-REC
                MOVE "  (QUEREGM NOT AVAILABLE)" TO RPT-REC
                PERFORM 7900-RPTWRITE
            END-IF.

            MOVE SPACES TO RPT-REC.
            STRING "TEAM                     "
                   "QUES USED/MAX  "
                   "SLOTS USED/MAX           "
                   "BYTES USED/MAX                 "
                   " PEAK  STATUS"
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            MOVE SPACES TO RPT-REC.
            MOVE ALL "-" TO RPT-REC(1:110).
            PERFORM 7900-RPTWRITE.

        7500-RPTTAIL.
            MOVE SPACES TO RPT-REC.
            MOVE ALL "-" TO RPT-REC(1:110).
            PERFORM 7900-RPTWRITE.

            MOVE DEF-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "TEAMS WITH QUOTA   : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            MOVE NEAR-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "NEAR QUOTA (>=90%) : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            MOVE OVER-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "OVER QUOTA         : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            MOVE NODEF-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "OWNERS NO QUOTA    : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

        7900-RPTWRITE.
            WRITE RPT-REC.
            DISPLAY RPT-REC(1:120).

        COPY "QUOTPD.DEF".

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
            MOVE "MWQUOTRP"      TO INCLOG-PGM.
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
      * 選擇性參數 : -o report_file , -team name
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                    INTO PARAM
                    POINTER STRING-PTR
                    ON OVERFLOW
                        IF STRING-PTR > PARAM-LIST-SIZE THEN
                            MOVE "Y" TO PARAM-FLAG
                            IF PARAM NOT = SPACES
                                PERFORM 2500-SETPARAM
                            END-IF
                            IF PARAM-PREV NOT = SPACES
                                GO TO 3000-PERR
                            END-IF
                        ELSE
                            PERFORM 2500-SETPARAM
                        END-IF
                END-UNSTRING
            END-PERFORM.

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"   MOVE "Y" TO QUIET-SW
                WHEN "--batch" MOVE "Y" TO QUIET-SW
                WHEN "-o"   MOVE PARAM TO PARAM-PREV
                WHEN "-team" MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-o"
                            MOVE PARAM TO RPT-FILE-NAME
                        WHEN "-team"
                            MOVE PARAM TO PICK-TEAM
                        WHEN OTHER
                            GO TO 3000-PERR
                    END-EVALUATE
                    MOVE SPACES TO PARAM-PREV
            END-EVALUATE.

        3000-PERR.
            DISPLAY "INVALID PARAMETER".
            DISPLAY " ".

            DISPLAY "MWQUOTRPT - Team Provisioning Quota Usage".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWQUOTRPT [options]".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  [-o report_file]   Report(Default".
            DISPLAY "                     MWQUOTRPTOUT)".
            DISPLAY "  [-team name]       Report One Team Only".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            DISPLAY "  Quotas: MWQUOTAS (env Override)".
            DISPLAY "    T|TEAM|MAX_QUES|MAX_SLOTS|MAX_BYTES".
            DISPLAY "    M|OPERATOR|TEAM".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWQUOTRPT.
