      * MWSPOOL.CBL
      * 檔案轉 Msg Que 匯入閘道(POSIX 與 SYS/V 通用)
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. 供只能產檔、無法呼叫 IPC$MQ 的上游批次應用介接：讀取
      *    完才結束
      * 4. 結束時顯示讀入/送出/退回筆數總計；有退回時
      *    RETURN-CODE = 3
      * 5. 控制總數(選用)：第一行 HDR 表頭、最後一行 TRL 表尾
      *    (TRL + 筆數 9(9) + 金額雜湊 9(18)，格式同 CTOTWS.DEF)；
      *    送出第一筆前整檔預掃，表尾與內容不符、有表頭無表尾，
      *    或明細 QUE 在 MWFMTS 有 CTLTOT 規則而無表尾者，整檔
      *    不送、移入隔離目錄(-qdir，預設 QUARANTINE，可由環境
      *    變數 MWQUARDIR 覆蓋)並記事件，RETURN-CODE = 6
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-09-02 ARIEN
      *     DIVERT 軌跡改記「原 QUE>備援 QUE」：原僅記備援名，
      *     被導引走的原 QUE 查不到
      * 2026-10-15 ARIEN
      *     送出前預掃匯入檔表頭/表尾控制總數(筆數/金額雜湊)，
      *     不符或缺必要表尾即整檔隔離並記事件
      *
      */
        IDENTIFICATION DIVISION.
        COPY "FOWS.DEF".
        COPY "RATEWS.DEF".
        COPY "TRACEWS.DEF".
        COPY "CTOTWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
        77  AUDIT-FILE-STAT     PIC XX.
        77  REJ-FILE-STAT       PIC XX.
        01  SPOOL-FILE-NAME     PIC X(256) VALUE SPACES.
        01  REJ-FILE-NAME       PIC X(256) VALUE "MWSPOOLREJ".
        01  QUAR-DIR            PIC X(256) VALUE SPACES.

        77  READ-CNT            SIGNED-LONG VALUE 0.
        77  SENT-CNT            SIGNED-LONG VALUE 0.
      * 格式定義檔(MWFMTS)載入一次
            PERFORM 1740-FMTLOAD THRU 1740-EXIT.

      * 送出第一筆前整檔預掃控制總數，不符即整檔隔離
            PERFORM 4000-CTOTSCAN THRU 4000-EXIT.

            OPEN INPUT MWSPOOL-IN-FILE.
            IF SPOOL-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN SPOOL FILE : " SPOOL-FILE-NAME;
            END-IF.
            STOP RUN.

      *-----------------------------------------------------------
      * 控制總數預掃：整檔讀一遍累計明細筆數/金額雜湊並比對表尾
      * ，不符即移入隔離目錄、記事件後結束，一筆都不送
      *-----------------------------------------------------------
        4000-CTOTSCAN.
            PERFORM 1863-CTOTINIT.
            OPEN INPUT MWSPOOL-IN-FILE.
            IF SPOOL-FILE-STAT NOT = "00"
                GO TO 4000-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL SPOOL-EOF
                READ MWSPOOL-IN-FILE
                    AT END
                        MOVE "10" TO SPOOL-FILE-STAT
                    NOT AT END
                        PERFORM 4100-CTOTLINE THRU 4100-EXIT
                END-READ
            END-PERFORM.

            CLOSE MWSPOOL-IN-FILE.
            MOVE "00" TO SPOOL-FILE-STAT.

            PERFORM 1866-CTOTVERIFY.
            IF CTOT-WHY = SPACES
                GO TO 4000-EXIT
            END-IF.

            MOVE SPOOL-FILE-NAME TO CTOT-FILE-NAME.
            MOVE QUAR-DIR TO CTOT-QDIR.
            PERFORM 1868-CTOTQUAR.

            DISPLAY "CONTROL TOTAL CHECK FAILED : " CTOT-WHY.
            DISPLAY "FILE QUARANTINED : " CTOT-QUAR-NAME(1:60).

            MOVE -1 TO RET-CODE.
            MOVE SPACES TO ERR-TXT.
            STRING "CONTROL TOTAL " DELIMITED BY SIZE
                   FUNCTION TRIM(CTOT-WHY) DELIMITED BY SIZE
                   ", FILE QUARANTINED" DELIMITED BY SIZE
                INTO ERR-TXT
            END-STRING.
            COMPUTE ERR-LEN =
                    FUNCTION LENGTH(FUNCTION TRIM(ERR-TXT TRAILING)).
            PERFORM 1900-INCLOG.

            MOVE MWRC-FILE TO RETURN-CODE.
            GO TO 0000-EXIT.

        4000-EXIT.
            CONTINUE.

      * 事件紀錄的 QUE 取第一筆明細的目的 QUE
        4100-CTOTLINE.
            IF SPOOL-REC = SPACES OR SPOOL-REC(1:1) = "*"
                GO TO 4100-EXIT
            END-IF.

            MOVE SPOOL-REC(1:80) TO CTOT-LINE.
            PERFORM 1864-CTOTMARK.
            IF CTOT-KIND NOT = "D"
                GO TO 4100-EXIT
            END-IF.

            MOVE SPACES TO SP-TYPE.
            MOVE SPACES TO SP-QUE.
            MOVE SPACES TO SP-PRIOR.
            MOVE 1 TO SP-UPTR.
            UNSTRING SPOOL-REC DELIMITED BY "|"
                INTO SP-TYPE, SP-QUE, SP-PRIOR
                POINTER SP-UPTR
            END-UNSTRING.
            IF QUE-NAME = SPACES
                MOVE SP-QUE TO QUE-NAME
            END-IF.

            MOVE SP-QUE TO FMT-QUE-KEY.
            PERFORM 1861-CTOTRULE.
            MOVE SPACES TO FMT-BUF.
            MOVE 0 TO FMT-LEN.
            IF SP-UPTR NOT > LENGTH OF SPOOL-REC
                MOVE SPOOL-REC(SP-UPTR:) TO FMT-BUF
                COMPUTE FMT-LEN =
                        FUNCTION LENGTH(FUNCTION TRIM(FMT-BUF
                        TRAILING))
            END-IF.
            PERFORM 1862-CTOTADD.

        4100-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 處理一行匯入紀錄：拆欄、檢核、送出或退回
      *-----------------------------------------------------------
                GO TO 5000-EXIT
            END-IF.

      * 表頭/表尾已於預掃核對，不送出
            IF SPOOL-REC(1:3) = "HDR"
                GO TO 5000-EXIT
            END-IF.
            IF SPOOL-REC(1:3) = "TRL"
            AND SPOOL-REC(4:27) IS NUMERIC
            AND SPOOL-REC(31:50) = SPACES
                GO TO 5000-EXIT
            END-IF.

            COMPUTE READ-CNT = READ-CNT + 1.

            MOVE SPACES TO SP-TYPE.

        COPY "RATEPD.DEF".

        COPY "CTOTPD.DEF".

        1000-ERR.
            MOVE LENGTH OF ERR-TXT TO ERR-LEN.


      * PARSING COMMAND-LINE 內容
      * 必要參數 : -i spool_file
      * 選擇性參數 : -r reject_file, -qdir quarantine_dir
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                                    MOVE PARAM TO SPOOL-FILE-NAME
                                WHEN "-r"
                                    MOVE PARAM TO REJ-FILE-NAME
                                WHEN "-qdir"
                                    MOVE PARAM TO QUAR-DIR
                                WHEN SPACES
                                    CONTINUE
                                WHEN OTHER
                GO TO 3000-PERR
            END-IF.

      * 隔離目錄，可由環境變數 MWQUARDIR 覆蓋
            IF QUAR-DIR = SPACES
                DISPLAY "MWQUARDIR" UPON ENVIRONMENT-NAME
                ACCEPT QUAR-DIR FROM ENVIRONMENT-VALUE
                IF QUAR-DIR = SPACES
                    MOVE "QUARANTINE" TO QUAR-DIR
                END-IF
            END-IF.

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"   MOVE "Y" TO QUIET-SW
                WHEN "--batch" MOVE "Y" TO QUIET-SW
                WHEN "-i"   MOVE PARAM TO PARAM-PREV
                WHEN "-r"   MOVE PARAM TO PARAM-PREV
                WHEN "-qdir" MOVE PARAM TO PARAM-PREV
                WHEN "-grp" MOVE "Y" TO GRP-SW
                WHEN OTHER
                    EVALUATE PARAM-PREV
                            MOVE PARAM TO SPOOL-FILE-NAME
                        WHEN "-r"
                            MOVE PARAM TO REJ-FILE-NAME
                        WHEN "-qdir"
                            MOVE PARAM TO QUAR-DIR
                        WHEN OTHER
                            GO TO 3000-PERR
                    END-EVALUATE
            DISPLAY "  runcbl MWSPOOL -i spool_file [options]".
            DISPLAY " ".
            DISPLAY "  spool_file: TYPE|QUE_NAME|PRIOR|BODY per line".
            DISPLAY "              optional HDR first line and".
            DISPLAY "              TRL+count9(9)+hash9(18) last".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  -i spool_file      Input Spool File".
            DISPLAY "                     One Group(Single Que),".
            DISPLAY "                     32-Byte Header Plus".
            DISPLAY "                     Closing Marker".
            DISPLAY "  [-qdir dir]        Quarantine Dir For Files".
            DISPLAY "                     Failing Control Totals".
            DISPLAY "                     (Default QUARANTINE,".
            DISPLAY "                     env MWQUARDIR)".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
