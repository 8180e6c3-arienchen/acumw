      * -------------------------------------------------------------
      * 2026-09-02 ARIEN
      *     新增本程式
      * 2026-10-15 ARIEN
      *     -teardown 逐筆移除前掃描受管控制檔(MWCFGREG 登錄)，測試 QUE
      *     仍被引用即列出引用處並拒拆(計入失敗、艙單保留)；-force 轉帶
      *     給 MQRM/MSGRM 由其查核授權並記軌跡
      *
      */
        IDENTIFICATION DIVISION.
                FILE STATUS IS MAN-FILE-STAT.
            COPY "INCLOGSL.DEF".
            COPY "REGMSL.DEF".
            COPY "REFSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        01  MAN-REC             PIC X(80).
        COPY "INCLOGFD.DEF".
        COPY "REGMFD.DEF".
        COPY "REFFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "REFWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
        77  MAN-FILE-STAT       PIC XX.

        01  CMD-LINE            PIC X(512).
        77  CMD-RC              SIGNED-INT VALUE 0.
        77  CMD-PTR             PIC 9(3).
        77  MAX-DISP            PIC -(9)9.
        77  SIZE-DISP           PIC -(9)9.
        77  OK-CNT              SIGNED-INT VALUE 0.
                GO TO 6100-EXIT
            END-IF.

      * 測試 QUE 仍被控制檔引用(路由/分流/備援等)即不拆，-force
      * 才轉帶給移除步驟(由 MQRM/MSGRM 查核授權並記軌跡)
            MOVE MAN-P2 TO REF-QUE-KEY.
            PERFORM 1930-REFCHK THRU 1930-EXIT.
            IF REF-HIT-CNT > 0 AND NOT REF-FORCE-REQ
                COMPUTE FAIL-CNT = FAIL-CNT + 1
                DISPLAY "REFUSED : " MAN-P2(1:50)
                        " STILL REFERENCED"
                GO TO 6100-EXIT
            END-IF.

            MOVE SPACES TO CMD-LINE.
            MOVE 1 TO CMD-PTR.
            IF MAN-P1 = "POSIX"
                STRING "runcbl MQRM -q -f " DELIMITED BY SIZE
                    INTO CMD-LINE WITH POINTER CMD-PTR
                END-STRING
            ELSE
                STRING "runcbl MSGRM -q -f " DELIMITED BY SIZE
                    INTO CMD-LINE WITH POINTER CMD-PTR
                END-STRING
            END-IF.
            IF REF-HIT-CNT > 0
                STRING "-force " DELIMITED BY SIZE
                    INTO CMD-LINE WITH POINTER CMD-PTR
                END-STRING
            END-IF.
            STRING MAN-P2 DELIMITED BY SPACE
                INTO CMD-LINE WITH POINTER CMD-PTR
            END-STRING.

            IF DRY-ON
                DISPLAY "DRY : " CMD-LINE(1:70)
        6100-EXIT.
            CONTINUE.

        COPY "REFPD.DEF".

        1000-ERR.
            MOVE LENGTH OF ERR-TXT TO ERR-LEN.


      * PARSING COMMAND-LINE 內容
      * 選擇性參數 : -pat pattern , -prefix p , -suffix s ,
      *              -man file , -teardown , -dry , -force
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                WHEN "--batch" MOVE "Y" TO QUIET-SW
                WHEN "-dry" MOVE "Y" TO DRY-SW
                WHEN "-teardown" MOVE "Y" TO TEARDOWN-SW
                WHEN "-force" MOVE "Y" TO REF-FORCE-SW
                WHEN "-pat"    MOVE PARAM TO PARAM-PREV
                WHEN "-prefix" MOVE PARAM TO PARAM-PREV
                WHEN "-suffix" MOVE PARAM TO PARAM-PREV
            DISPLAY "  [-man file]      Manifest File".
            DISPLAY "                   (Default MWCLONEMAN)".
            DISPLAY "  [-dry]           List Actions Only".
            DISPLAY "  [-force]         Teardown Even If Still Named".
            DISPLAY "                   In Control Files(Authorized".
            DISPLAY "                   Operators, Logged)".
            DISPLAY "  [-q|--batch]     Suppress ENTER Prompt".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
