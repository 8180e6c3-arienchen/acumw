      * MWFEED.CBL
      * 先收後送保證受理服務：磁碟緩衝 + 依容量轉送
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. MQSEND -bp 背壓只會等，上游「交檔就走」的餵檔作業等不
      * 4. 緩衝全數轉送完畢時緩衝檔與游標歸零，檔案不無限成長
      * 5. -i interval_sec 輪詢間隔(預設 5 秒)，-cycles cnt 限制
      *    輪數(批次/測試用)
      * 6. 控制總數(選用)：進件檔第一行 HDR 表頭、最後一行 TRL
      *    表尾(格式同 CTOTWS.DEF)；收件前整檔預掃，表尾與內容
      *    不符、有表頭無表尾，或目標 QUE 在 MWFMTS 有 CTLTOT 規則
      *    而無表尾者，整檔不收、移入隔離目錄(-qdir，預設
      *    QUARANTINE，可由環境變數 MWQUARDIR 覆蓋)並記事件，服務
      *    照常繼續
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-09-02 ARIEN
      *     進件行缺 | 分隔符時跳過該行(計數並列示)：原本游標
      *     越界取內容會讓常駐程式整個中止
      * 2026-10-15 ARIEN
      *     收件前預掃進件檔表頭/表尾控制總數(筆數/金額雜湊)，
      *     不符或缺必要表尾即整檔隔離並記事件，不收入緩衝
      *
      */
        IDENTIFICATION DIVISION.
            COPY "AUDITSL.DEF".
            COPY "INCLOGSL.DEF".
            COPY "SVCSL.DEF".
            COPY "FMTSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        COPY "AUDITFD.DEF".
        COPY "INCLOGFD.DEF".
        COPY "SVCFD.DEF".
        COPY "FMTFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "SVCWS.DEF".
        COPY "CHNWS.DEF".
        COPY "FMTWS.DEF".
        COPY "CTOTWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
        77  AUDIT-FILE-STAT     PIC XX.
        01  CUR-FILE-NAME       PIC X(256) VALUE "MWFEEDCUR".
        01  DEPTH-NAME          PIC X(256) VALUE "MWFEEDDEPTH".
        01  DEPTH-TMP-NAME      PIC X(256) VALUE SPACES.
        01  QUAR-DIR            PIC X(256) VALUE SPACES.

        01  FEED-TYPE           PIC X(8) VALUE "posix".
        77  FEED-POSIX-SW       PIC X VALUE SPACE.
                GO TO 5000-EXIT
            END-IF.

      * 收件前整檔預掃控制總數，不符即整檔隔離，一筆都不收
            PERFORM 5050-CTOTSCAN THRU 5050-EXIT.
            IF CTOT-WHY NOT = SPACES
                GO TO 5000-EXIT
            END-IF.
            OPEN INPUT MWFEED-IN-FILE.
            IF IN-FILE-STAT NOT = "00"
                GO TO 5000-EXIT
            END-IF.

            OPEN EXTEND MWFEED-BUF-FILE.
            IF BUF-FILE-STAT = "35"
                OPEN OUTPUT MWFEED-BUF-FILE
        5000-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 控制總數預掃：進件檔已開啟，讀畢關閉；格式定義檔每檔重載
      * ，常駐期間異動 MWFMTS 不必重啟
      *-----------------------------------------------------------
        5050-CTOTSCAN.
            PERFORM 1740-FMTLOAD THRU 1740-EXIT.
            MOVE QUE-NAME TO FMT-QUE-KEY.
            PERFORM 1860-CTOTAMT.

            PERFORM TEST BEFORE UNTIL IN-EOF
                READ MWFEED-IN-FILE
                    AT END
                        MOVE "10" TO IN-FILE-STAT
                    NOT AT END
                        PERFORM 5060-CTOTLINE THRU 5060-EXIT
                END-READ
            END-PERFORM.

            CLOSE MWFEED-IN-FILE.
            MOVE "00" TO IN-FILE-STAT.

            PERFORM 1866-CTOTVERIFY.
            IF CTOT-WHY = SPACES
                GO TO 5050-EXIT
            END-IF.

            MOVE IN-FILE-NAME TO CTOT-FILE-NAME.
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

        5050-EXIT.
            CONTINUE.

      * 目標 QUE 固定，AMT 規則已於 1860-CTOTAMT 取得
        5060-CTOTLINE.
            IF IN-REC = SPACES OR IN-REC(1:1) = "*"
                GO TO 5060-EXIT
            END-IF.

            MOVE IN-REC(1:80) TO CTOT-LINE.
            PERFORM 1864-CTOTMARK.
            IF CTOT-KIND NOT = "D"
                GO TO 5060-EXIT
            END-IF.

            MOVE SPACES TO IN-PRIOR.
            MOVE 1 TO IN-UPTR.
            UNSTRING IN-REC DELIMITED BY "|"
                INTO IN-PRIOR
                POINTER IN-UPTR
            END-UNSTRING.
            MOVE SPACES TO FMT-BUF.
            MOVE 0 TO FMT-LEN.
            IF IN-UPTR NOT > LENGTH OF IN-REC
                MOVE IN-REC(IN-UPTR:) TO FMT-BUF
                COMPUTE FMT-LEN =
                        FUNCTION LENGTH(FUNCTION TRIM(FMT-BUF
                        TRAILING))
            END-IF.
            PERFORM 1862-CTOTADD.

        5060-EXIT.
            CONTINUE.

        COPY "FMTPD.DEF".

        COPY "CTOTPD.DEF".

      * 表頭/表尾已於預掃核對，不收入緩衝
        5100-INTAKEONE.
            IF IN-REC = SPACES OR IN-REC(1:1) = "*"
            OR IN-REC(1:3) = "HDR"
            OR (IN-REC(1:3) = "TRL"
                AND IN-REC(4:27) IS NUMERIC
                AND IN-REC(31:50) = SPACES)
                CONTINUE
            ELSE
                MOVE SPACES TO IN-PRIOR
      * 必要參數 : -in intake_file 及 que_name (必須為最後一個)
      * 選擇性參數 : -t type , -buf buf_file , -cur cur_file ,
      *              -depth depth_file , -i interval_sec , -cycles n
      *              -qdir quarantine_dir
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE

            COMPUTE INTERVAL-USEC = INTERVAL-SEC * 1000000.

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
                WHEN "-depth"  MOVE PARAM TO PARAM-PREV
                WHEN "-i"      MOVE PARAM TO PARAM-PREV
                WHEN "-cycles" MOVE PARAM TO PARAM-PREV
                WHEN "-qdir"   MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-in"
                                    FUNCTION NUMVAL(PARAM)
                        WHEN "-cycles"
                            COMPUTE CYCLE-MAX = FUNCTION NUMVAL(PARAM)
                        WHEN "-qdir"
                            MOVE PARAM TO QUAR-DIR
                        WHEN OTHER
                            GO TO 3000-PERR
                    END-EVALUATE
            DISPLAY "                $que_name".
            DISPLAY " ".
            DISPLAY "  intake_file: PRIOR|BODY per line; renamed".
            DISPLAY "  .DONE once accepted into the disk buffer;".
            DISPLAY "  optional HDR first line and".
            DISPLAY "  TRL+count9(9)+hash9(18) last line".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  -in intake_file    Upstream Hand-Off File".
            DISPLAY "  [-i interval_sec]  Poll Interval, default 5".
            DISPLAY "  [-cycles cnt]      Stop After N Cycles".
            DISPLAY "                     (Default: Run Forever)".
            DISPLAY "  [-qdir dir]        Quarantine Dir For Files".
            DISPLAY "                     Failing Control Totals".
            DISPLAY "                     (Default QUARANTINE,".
            DISPLAY "                     env MWQUARDIR)".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
