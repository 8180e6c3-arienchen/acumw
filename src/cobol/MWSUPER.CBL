      */--------------------------------------------------------------
      * MWSUPER.CBL
      * 常駐服務監管：失效偵測、自動重啟與連續當機保護
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. MWSVC 只在有人去看時才知道 MWSINK/MWROUTE/MWTEE 已
      *    倒，重啟還得 MWSVC -clear 後重打原指令；本程式常駐
      *    輪詢服務定義檔(-d，預設 MWSUPDEF)所列服務，以各服務
      *    <名稱>.PID 鎖檔判定存活，倒掉即依重啟政策自動拉起
      * 2. 服務定義檔一行一服務(欄位以 | 分隔)：
      *    NAME|POLICY|MAXHR|COMMAND
      *      NAME    服務名(即鎖檔名，同 MWSVCLIST)
      *      POLICY  ALWAYS 不論結束碼一律重啟 / ONFAIL 僅非正常
      *              結束(結束碼非 0、殘鎖)才重啟 / NEVER 只監看
      *              不重啟
      *      MAXHR   一小時內最多重啟次數(預設 5，上限 20)
      *      COMMAND 啟動指令(該行其餘全部，通常為 runcbl ... -q)
      * 3. 存活判定：鎖檔在且其 PID 仍在(kill -0)即執行中；鎖檔
      *    在但 PID 已不在為殘鎖(kill -9 或當機)，先清 .PID/.STOP
      *    (同 MWSVC -clear，記 SVCCLR 操作軌跡)再重啟；由本程式
      *    拉起的服務以背景執行，結束碼寫入 MWSUPER_name.RC、輸出
      *    附加至 MWSUPER_name.OUT，據以判定正常/非正常結束
      * 4. 以 MWSVC -stop 停止的服務留有 <名稱>.STOPPED 標記
      *    (SVCPD 收尾時寫入)，視為人工停止，任何政策皆不重啟；
      *    人工再啟動該服務即清除標記並恢復監管
      * 5. 重啟退避：一小時內第一次重啟立即執行，其後依序等
      *    -b 秒(預設 10)的 1/2/4/8... 倍(上限 900 秒)；一小時內
      *    重啟次數達 MAXHR 即判定連續當機，停止重啟並記嚴重度 E
      *    事件，待人工排除後手動啟動(偵測到執行中即恢復監管)
      * 6. 每次重啟記一筆 RESTART 操作軌跡(QUE 欄存服務名，筆數
      *    = 一小時內第幾次)與一筆嚴重度 W 事件(代碼為前次結束
      *    碼)，隔夜重啟照常列入 MWBRIEF 早班簡報；首次啟動記
      *    SVCSTART 操作軌跡
      * 7. 本程式本身亦為常駐服務(MWSUPER.PID/MWSUPER.STOP，
      *    MWSVC 列示/停止)；收尾退出時不停止所監管的服務。
      *    -i interval_sec 輪詢間隔(預設 10 秒)，-cycles cnt 限制
      *    輪數(批次/測試用)
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式，常駐服務倒掉自動重啟不再等人發現
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWSUPER.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * -d 服務定義檔，一行一服務
            SELECT SUPER-DEF-FILE ASSIGN TO DEF-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS DEF-FILE-STAT.
      * 受監管服務鎖檔(逐一開啟)
            SELECT SUPER-LOCK-FILE ASSIGN TO LOCK-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LOCK-FILE-STAT.
      * 服務結束碼回收檔(MWSUPER_name.RC)
            SELECT SUPER-RC-FILE ASSIGN TO RC-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RC-FILE-STAT.
      * 人工停止標記(<名稱>.STOPPED)
            SELECT SUPER-STPD-FILE ASSIGN TO STPD-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS STPD-FILE-STAT.
            COPY "AUDITSL.DEF".
            COPY "INCLOGSL.DEF".
            COPY "SVCSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        FD  SUPER-DEF-FILE.
        01  DEF-REC                 PIC X(320).

        FD  SUPER-LOCK-FILE.
        01  LOCK-REC                PIC X(80).

        FD  SUPER-RC-FILE.
        01  RC-REC                  PIC X(20).

        FD  SUPER-STPD-FILE.
        01  STPD-REC                PIC X(20).
        COPY "AUDITFD.DEF".
        COPY "INCLOGFD.DEF".
        COPY "SVCFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "SVCWS.DEF".
        COPY "CHNWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
        77  AUDIT-FILE-STAT     PIC XX.
      * 1950-AUDLOG 清紀錄前先留存呼叫端設好的動作/QUE/筆數
        77  AUDIT-SV-ACTION     PIC X(8).
        77  AUDIT-SV-QUE        PIC X(64).
        77  AUDIT-SV-CNT        PIC -(9)9.
        77  DEF-FILE-STAT       PIC XX.
            88 DEF-EOF          VALUE "10".
        77  LOCK-FILE-STAT      PIC XX.
        77  RC-FILE-STAT        PIC XX.
        77  STPD-FILE-STAT      PIC XX.
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

        01  DEF-FILE-NAME       PIC X(256) VALUE "MWSUPDEF".
        01  LOCK-FILE-NAME      PIC X(64) VALUE SPACES.
        01  RC-FILE-NAME        PIC X(64) VALUE SPACES.
        01  STPD-FILE-NAME      PIC X(64) VALUE SPACES.
        77  CMD-LINE            PIC X(600) VALUE SPACES.
        77  CMD-RC              SIGNED-INT VALUE 0.

      * 服務表
      *   E-STATE  - 尚未檢視  S 已拉起(等鎖檔)  R 執行中
      *            W 等退避到點重啟  D 停止(不重啟)
      *            O 人工停止  X 連續當機已放棄
        01  SUP-TAB.
            05  SUP-ENT OCCURS 50 TIMES.
                10  E-NAME      PIC X(10).
                10  E-POLICY    PIC X(6).
                10  E-MAXHR     SIGNED-INT.
                10  E-CMD       PIC X(240).
                10  E-STATE     PIC X.
                10  E-WHY       PIC X(24).
                10  E-LRC       SIGNED-INT.
                10  E-NEXT-ABS  SIGNED-LONG.
                10  E-RST-CNT   SIGNED-INT.
                10  E-HCNT      SIGNED-INT.
                10  E-HIST      SIGNED-LONG OCCURS 20 TIMES.
        77  ENT-CNT             SIGNED-INT VALUE 0.
        77  ENT-IDX             SIGNED-INT VALUE 0.
        77  HIST-IDX            SIGNED-INT VALUE 0.

      * 定義行拆解
        01  DF-NAME             PIC X(16).
        01  DF-POLICY           PIC X(8).
        01  DF-MAXHR            PIC X(6).
        77  DF-UPTR             PIC 9(3).

      * 存活判定結果：A 執行中 K 殘鎖 E 已結束(有結束碼)
      *                O 人工停止 N 未執行
        77  PROBE-SW            PIC X VALUE SPACE.
        01  SUP-TAG             PIC X(8).
        01  SUP-PID             PIC X(12).
        77  PROBE-PID           SIGNED-LONG VALUE 0.
        77  PROBE-RC            SIGNED-INT VALUE 0.
        77  FAIL-SW             PIC X VALUE SPACE.
            88 EXIT-FAILED      VALUE 'Y'.
        77  RESTART-SW          PIC X VALUE SPACE.
            88 IS-RESTART       VALUE 'Y'.

      * 時刻與退避
        77  NOW-DATE            PIC X(8).
        77  NOW-TIME            PIC X(8).
        77  NOW-NUM             PIC 9(8).
        77  NOW-ABS             SIGNED-LONG VALUE 0.
        77  HR-CNT              SIGNED-INT VALUE 0.
        77  BACKOFF-SEC         SIGNED-INT VALUE 10.
        77  DELAY-SEC           SIGNED-LONG VALUE 0.
        77  DELAY-MAX           SIGNED-LONG VALUE 900.

        77  INTERVAL-SEC        SIGNED-INT VALUE 10.
        77  INTERVAL-USEC       SIGNED-LONG VALUE 0.
        77  CYCLE-MAX           SIGNED-INT VALUE 0.
        77  CYCLE-CNT           SIGNED-INT VALUE 0.
        77  SUPER-DONE-SW       PIC X VALUE SPACE.
            88 SUPER-DONE       VALUE 'Y'.

      * 事件紀錄
        77  SUP-SEV             PIC X VALUE SPACE.
        77  SUP-MSG             PIC X(80) VALUE SPACES.

        77  START-CNT           SIGNED-LONG VALUE 0.
        77  RESTART-CNT         SIGNED-LONG VALUE 0.
        77  GIVEUP-CNT          SIGNED-LONG VALUE 0.
        77  CNT-DISP            PIC -(9)9.
        77  CNT-DISP2           PIC -(5)9.

        PROCEDURE               DIVISION.
        MAIN-RTN                SECTION.
        0000-BEGIN.

            PERFORM 2000-PARAM.

      * 單一實例鎖：已有實例即拒絕啟動
            MOVE "MWSUPER" TO SVC-NAME.
            PERFORM 1500-SVCSTART THRU 1500-EXIT.
            IF SVC-DUP
                DISPLAY "ANOTHER INSTANCE HOLDS "
                        SVC-LOCK-NAME(1:20) " - START REFUSED"
                DISPLAY "(USE MWSVC -clear IF IT IS A STALE LOCK)"
                MOVE MWRC-DENY TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

            PERFORM 4000-DEFLOAD.

            IF ENT-CNT = 0
                DISPLAY "NO USABLE SERVICES IN "
                        DEF-FILE-NAME(1:50);
                MOVE MWRC-PARM TO RETURN-CODE;
                GO TO 0000-EXIT;
            END-IF.

            PERFORM TEST BEFORE UNTIL SUPER-DONE
                PERFORM 5000-SWEEP
                PERFORM 5900-CYCLECHK
            END-PERFORM.

            DISPLAY "-----------------------------------------------".
            MOVE START-CNT TO CNT-DISP.
            DISPLAY "SERVICES STARTED   : " CNT-DISP.
            MOVE RESTART-CNT TO CNT-DISP.
            DISPLAY "SERVICES RESTARTED : " CNT-DISP.
            MOVE GIVEUP-CNT TO CNT-DISP.
            DISPLAY "CRASH LOOPS        : " CNT-DISP.
            IF GIVEUP-CNT > 0
                MOVE MWRC-WARN TO RETURN-CODE
            ELSE
                MOVE MWRC-OK TO RETURN-CODE
            END-IF.

        0000-EXIT.
            PERFORM 1590-SVCEND.
            IF NOT QUIET-ON
                DISPLAY "PRESS <ENTER> TO EXIT"
                ACCEPT OMITTED
            END-IF.
            STOP RUN.

      *-----------------------------------------------------------
      * 現在時刻(日序*86400+當日秒數)
      *-----------------------------------------------------------
        4900-NOWSET.
            ACCEPT NOW-DATE FROM DATE YYYYMMDD.
            ACCEPT NOW-TIME FROM TIME.
            COMPUTE NOW-NUM = FUNCTION NUMVAL(NOW-DATE).
            COMPUTE NOW-ABS =
                    FUNCTION INTEGER-OF-DATE(NOW-NUM) * 86400
                    + FUNCTION NUMVAL(NOW-TIME(1:2)) * 3600
                    + FUNCTION NUMVAL(NOW-TIME(3:2)) * 60
                    + FUNCTION NUMVAL(NOW-TIME(5:2)).

      *-----------------------------------------------------------
      * 載入服務定義檔
      *-----------------------------------------------------------
        4000-DEFLOAD.
            OPEN INPUT SUPER-DEF-FILE.
            IF DEF-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN SERVICE DEF FILE : "
                        DEF-FILE-NAME(1:40);
                MOVE -1 TO RET-CODE;
                MOVE MWRC-FILE TO EXIT-CLASS;
                GO TO 1000-ERR;
            END-IF.

            PERFORM TEST BEFORE UNTIL DEF-EOF
                READ SUPER-DEF-FILE
                    AT END
                        MOVE "10" TO DEF-FILE-STAT
                    NOT AT END
                        PERFORM 4100-DEFONE THRU 4100-EXIT
                END-READ
            END-PERFORM.

            CLOSE SUPER-DEF-FILE.

            MOVE ENT-CNT TO CNT-DISP.
            DISPLAY "SERVICES SUPERVISED : " CNT-DISP.

        4100-DEFONE.
            IF DEF-REC = SPACES OR DEF-REC(1:1) = "*"
                GO TO 4100-EXIT
            END-IF.

            IF ENT-CNT >= 50
                DISPLAY "SERVICE TABLE FULL, ENTRY SKIPPED"
                GO TO 4100-EXIT
            END-IF.

            MOVE SPACES TO DF-NAME.
            MOVE SPACES TO DF-POLICY.
            MOVE SPACES TO DF-MAXHR.
            MOVE 1 TO DF-UPTR.
            UNSTRING DEF-REC DELIMITED BY "|"
                INTO DF-NAME, DF-POLICY, DF-MAXHR
                POINTER DF-UPTR
            END-UNSTRING.

            MOVE FUNCTION UPPER-CASE(DF-POLICY) TO DF-POLICY.
            IF DF-NAME = SPACES
            OR (DF-POLICY NOT = "ALWAYS" AND DF-POLICY NOT = "ONFAIL"
                AND DF-POLICY NOT = "NEVER")
                DISPLAY "BAD SERVICE LINE SKIPPED : "
                        DEF-REC(1:60)
                GO TO 4100-EXIT
            END-IF.

      * 會重啟的政策必須有啟動指令
            IF DF-POLICY NOT = "NEVER"
            AND (DF-UPTR > LENGTH OF DEF-REC
                 OR DEF-REC(DF-UPTR:) = SPACES)
                DISPLAY "NO START COMMAND, ENTRY SKIPPED : "
                        DEF-REC(1:60)
                GO TO 4100-EXIT
            END-IF.

            COMPUTE ENT-CNT = ENT-CNT + 1.
            MOVE FUNCTION TRIM(DF-NAME) TO E-NAME(ENT-CNT).
            MOVE DF-POLICY TO E-POLICY(ENT-CNT).
            MOVE 5 TO E-MAXHR(ENT-CNT).
            IF DF-MAXHR NOT = SPACES
                COMPUTE E-MAXHR(ENT-CNT) = FUNCTION NUMVAL(DF-MAXHR)
            END-IF.
            IF E-MAXHR(ENT-CNT) < 1
                MOVE 1 TO E-MAXHR(ENT-CNT)
            END-IF.
            IF E-MAXHR(ENT-CNT) > 20
                MOVE 20 TO E-MAXHR(ENT-CNT)
            END-IF.
            MOVE SPACES TO E-CMD(ENT-CNT).
            IF DF-UPTR <= LENGTH OF DEF-REC
                MOVE DEF-REC(DF-UPTR:) TO E-CMD(ENT-CNT)
            END-IF.
            MOVE "-" TO E-STATE(ENT-CNT).
            MOVE SPACES TO E-WHY(ENT-CNT).
            MOVE 0 TO E-LRC(ENT-CNT).
            MOVE 0 TO E-NEXT-ABS(ENT-CNT).
            MOVE 0 TO E-RST-CNT(ENT-CNT).
            MOVE 0 TO E-HCNT(ENT-CNT).

        4100-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 輪詢一輪：逐服務判定存活並處置
      *-----------------------------------------------------------
        5000-SWEEP.
            PERFORM 4900-NOWSET.
            PERFORM 5100-CHKONE THRU 5100-EXIT
                    VARYING ENT-IDX FROM 1 BY 1
                    UNTIL ENT-IDX > ENT-CNT.

        5100-CHKONE.
            PERFORM 5200-PROBE THRU 5200-EXIT.

            EVALUATE PROBE-SW
                WHEN "A"
                    IF E-STATE(ENT-IDX) = "X"
                        DISPLAY E-NAME(ENT-IDX)
                                " RUNNING AGAIN, SUPERVISION RESUMED"
                        MOVE 0 TO E-HCNT(ENT-IDX)
                    END-IF
                    IF E-STATE(ENT-IDX) = "-"
                        DISPLAY E-NAME(ENT-IDX) " RUNNING"
                    END-IF
                    MOVE "R" TO E-STATE(ENT-IDX)
                WHEN "O"
                    IF E-STATE(ENT-IDX) NOT = "O"
                        DISPLAY E-NAME(ENT-IDX)
                                " STOPPED BY OPERATOR, NOT RESTARTED"
                        MOVE "O" TO E-STATE(ENT-IDX)
                    END-IF
                WHEN "K"
                    MOVE PROBE-PID TO CNT-DISP
                    DISPLAY E-NAME(ENT-IDX) " STALE LOCK, PID "
                            FUNCTION TRIM(CNT-DISP) " IS GONE"
                    PERFORM 5250-CLEARLOCK
                    MOVE "CRASHED (STALE LOCK)" TO E-WHY(ENT-IDX)
                    MOVE -1 TO E-LRC(ENT-IDX)
                    MOVE "Y" TO FAIL-SW
                    PERFORM 5300-DECIDE THRU 5300-EXIT
                WHEN "E"
                    MOVE PROBE-RC TO E-LRC(ENT-IDX)
                    MOVE PROBE-RC TO CNT-DISP2
                    MOVE SPACES TO E-WHY(ENT-IDX)
                    STRING "EXITED RC " FUNCTION TRIM(CNT-DISP2)
                           DELIMITED BY SIZE INTO E-WHY(ENT-IDX)
                    END-STRING
                    DISPLAY E-NAME(ENT-IDX) " "
                            FUNCTION TRIM(E-WHY(ENT-IDX))
                    IF PROBE-RC = 0
                        MOVE SPACE TO FAIL-SW
                    ELSE
                        MOVE "Y" TO FAIL-SW
                    END-IF
                    PERFORM 5300-DECIDE THRU 5300-EXIT
                WHEN OTHER
                    PERFORM 5150-NOTRUN THRU 5150-EXIT
            END-EVALUATE.

        5100-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 無鎖檔、無結束碼、無人工停止標記
      *-----------------------------------------------------------
        5150-NOTRUN.
            EVALUATE E-STATE(ENT-IDX)
      * 已拉起尚未寫鎖檔，等下一輪
                WHEN "S"
                    CONTINUE
      * 退避到點即重啟
                WHEN "W"
                    IF NOW-ABS >= E-NEXT-ABS(ENT-IDX)
                        MOVE "Y" TO RESTART-SW
                        PERFORM 5500-LAUNCH
                    END-IF
      * 監管開始時未執行：NEVER 只報告，其餘拉起
                WHEN "-"
                    IF E-POLICY(ENT-IDX) = "NEVER"
                        DISPLAY E-NAME(ENT-IDX)
                                " NOT RUNNING (POLICY NEVER)"
                        MOVE "D" TO E-STATE(ENT-IDX)
                    ELSE
                        MOVE SPACE TO RESTART-SW
                        PERFORM 5500-LAUNCH
                    END-IF
      * 執行中(非本程式拉起)而鎖檔已正常移除：正常結束
                WHEN "R"
                    MOVE "EXITED (LOCK RELEASED)" TO E-WHY(ENT-IDX)
                    MOVE 0 TO E-LRC(ENT-IDX)
                    DISPLAY E-NAME(ENT-IDX) " "
                            FUNCTION TRIM(E-WHY(ENT-IDX))
                    MOVE SPACE TO FAIL-SW
                    PERFORM 5300-DECIDE THRU 5300-EXIT
      * 由人工停止恢復為未執行：視同監管開始
                WHEN "O"
                    MOVE "-" TO E-STATE(ENT-IDX)
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

        5150-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 存活判定：鎖檔 PID 是否仍在、結束碼檔、人工停止標記
      *-----------------------------------------------------------
        5200-PROBE.
            MOVE "N" TO PROBE-SW.
            MOVE 0 TO PROBE-PID.
            MOVE 0 TO PROBE-RC.
            PERFORM 5210-FILENAMES.

            MOVE SPACES TO LOCK-FILE-STAT.
            OPEN INPUT SUPER-LOCK-FILE.
            IF LOCK-FILE-STAT = "00"
                MOVE SPACES TO LOCK-REC
                READ SUPER-LOCK-FILE
                    AT END
                        CONTINUE
                END-READ
                CLOSE SUPER-LOCK-FILE
                MOVE SPACES TO SUP-TAG
                MOVE SPACES TO SUP-PID
                UNSTRING LOCK-REC DELIMITED BY ALL SPACE
                    INTO SUP-TAG, SUP-PID
                END-UNSTRING
                IF SUP-TAG = "PID" AND SUP-PID NOT = SPACES
                    COMPUTE PROBE-PID = FUNCTION NUMVAL(SUP-PID)
                END-IF
      * 鎖檔尚未寫好 PID(啟動中)視為執行中
                MOVE "A" TO PROBE-SW
                IF PROBE-PID > 0
                    MOVE PROBE-PID TO CNT-DISP
                    MOVE SPACES TO CMD-LINE
                    STRING "kill -0 " DELIMITED BY SIZE
                           FUNCTION TRIM(CNT-DISP) DELIMITED BY SIZE
                           " 2>/dev/null" DELIMITED BY SIZE
                        INTO CMD-LINE
                    END-STRING
                    CALL "SYSTEM" USING CMD-LINE
                    MOVE RETURN-CODE TO CMD-RC
      * CALL "SYSTEM" 會覆寫 RETURN-CODE，結束碼由主流程最後決定
                    MOVE MWRC-OK TO RETURN-CODE
                    IF CMD-RC NOT = 0
                        MOVE "K" TO PROBE-SW
                    END-IF
                END-IF
                GO TO 5200-EXIT
            END-IF.

      * 人工停止標記優先於結束碼
            MOVE SPACES TO STPD-FILE-STAT.
            OPEN INPUT SUPER-STPD-FILE.
            IF STPD-FILE-STAT = "00"
                CLOSE SUPER-STPD-FILE
                MOVE "O" TO PROBE-SW
                PERFORM 5260-RCREMOVE
                GO TO 5200-EXIT
            END-IF.

            MOVE SPACES TO RC-FILE-STAT.
            OPEN INPUT SUPER-RC-FILE.
            IF RC-FILE-STAT = "00"
                MOVE SPACES TO RC-REC
                READ SUPER-RC-FILE
                    AT END
                        CONTINUE
                END-READ
                CLOSE SUPER-RC-FILE
                COMPUTE PROBE-RC = FUNCTION NUMVAL(RC-REC)
                MOVE "E" TO PROBE-SW
                PERFORM 5260-RCREMOVE
            END-IF.

        5200-EXIT.
            CONTINUE.

        5210-FILENAMES.
            MOVE SPACES TO LOCK-FILE-NAME.
            STRING FUNCTION TRIM(E-NAME(ENT-IDX)) DELIMITED BY SIZE
                   ".PID" DELIMITED BY SIZE
                INTO LOCK-FILE-NAME.
            MOVE SPACES TO STPD-FILE-NAME.
            STRING FUNCTION TRIM(E-NAME(ENT-IDX)) DELIMITED BY SIZE
                   ".STOPPED" DELIMITED BY SIZE
                INTO STPD-FILE-NAME.
            MOVE SPACES TO RC-FILE-NAME.
            STRING "MWSUPER_" DELIMITED BY SIZE
                   FUNCTION TRIM(E-NAME(ENT-IDX)) DELIMITED BY SIZE
                   ".RC" DELIMITED BY SIZE
                INTO RC-FILE-NAME.

      * 清殘鎖(同 MWSVC -clear)
        5250-CLEARLOCK.
            MOVE SPACES TO CMD-LINE.
            STRING "rm -f " DELIMITED BY SIZE
                   FUNCTION TRIM(E-NAME(ENT-IDX)) DELIMITED BY SIZE
                   ".PID " DELIMITED BY SIZE
                   FUNCTION TRIM(E-NAME(ENT-IDX)) DELIMITED BY SIZE
                   ".STOP" DELIMITED BY SIZE
                INTO CMD-LINE.
            CALL "SYSTEM" USING CMD-LINE.
      * CALL "SYSTEM" 會覆寫 RETURN-CODE，結束碼由主流程最後決定
            MOVE MWRC-OK TO RETURN-CODE.
      * 本程式拉起者的結束碼檔一併作廢(殘鎖即已判定當機)
            PERFORM 5260-RCREMOVE.

            DISPLAY E-NAME(ENT-IDX) " LOCK CLEARED".
            MOVE "SVCCLR" TO AUDIT-ACTION.
            MOVE E-NAME(ENT-IDX) TO AUDIT-QUE.
            MOVE 0 TO AUDIT-CNT.
            PERFORM 1950-AUDLOG.

        5260-RCREMOVE.
            MOVE SPACES TO CMD-LINE.
            STRING "rm -f " DELIMITED BY SIZE
                   FUNCTION TRIM(RC-FILE-NAME) DELIMITED BY SIZE
                INTO CMD-LINE.
            CALL "SYSTEM" USING CMD-LINE.
      * CALL "SYSTEM" 會覆寫 RETURN-CODE，結束碼由主流程最後決定
            MOVE MWRC-OK TO RETURN-CODE.

      *-----------------------------------------------------------
      * 服務已倒：依政策、一小時內重啟次數決定重啟/退避/放棄
      *-----------------------------------------------------------
        5300-DECIDE.
            IF E-POLICY(ENT-IDX) = "NEVER"
                DISPLAY E-NAME(ENT-IDX) " DOWN, POLICY NEVER"
                MOVE "D" TO E-STATE(ENT-IDX)
                IF EXIT-FAILED
                    MOVE "W" TO SUP-SEV
                    MOVE SPACES TO SUP-MSG
                    STRING "SERVICE DOWN, NOT RESTARTED - "
                           E-WHY(ENT-IDX)
                           DELIMITED BY SIZE INTO SUP-MSG
                    END-STRING
                    PERFORM 1910-SUPINC
                END-IF
                GO TO 5300-EXIT
            END-IF.

            IF E-POLICY(ENT-IDX) = "ONFAIL" AND NOT EXIT-FAILED
                DISPLAY E-NAME(ENT-IDX)
                        " ENDED NORMALLY, NOT RESTARTED (ONFAIL)"
                MOVE "D" TO E-STATE(ENT-IDX)
                GO TO 5300-EXIT
            END-IF.

            PERFORM 5350-HISTCNT.

      * 連續當機：停止重啟，記嚴重度 E 事件
            IF HR-CNT >= E-MAXHR(ENT-IDX)
                MOVE "X" TO E-STATE(ENT-IDX)
                COMPUTE GIVEUP-CNT = GIVEUP-CNT + 1
                MOVE HR-CNT TO CNT-DISP2
                DISPLAY E-NAME(ENT-IDX) " CRASH LOOP, "
                        FUNCTION TRIM(CNT-DISP2)
                        " RESTARTS IN 1 HOUR - RESTART STOPPED"
                MOVE "E" TO SUP-SEV
                MOVE SPACES TO SUP-MSG
                STRING "CRASH LOOP " FUNCTION TRIM(CNT-DISP2)
                       " RESTARTS/HR, RESTART STOPPED - "
                       E-WHY(ENT-IDX)
                       DELIMITED BY SIZE INTO SUP-MSG
                END-STRING
                PERFORM 1910-SUPINC
                MOVE "GIVEUP" TO AUDIT-ACTION
                MOVE E-NAME(ENT-IDX) TO AUDIT-QUE
                MOVE HR-CNT TO AUDIT-CNT
                PERFORM 1950-AUDLOG
                GO TO 5300-EXIT
            END-IF.

      * 退避：一小時內第一次立即，其後 -b 秒的 1/2/4/8... 倍
            MOVE 0 TO DELAY-SEC.
            IF HR-CNT > 0
                COMPUTE DELAY-SEC = BACKOFF-SEC * (2 ** (HR-CNT - 1))
                IF DELAY-SEC > DELAY-MAX
                    MOVE DELAY-MAX TO DELAY-SEC
                END-IF
            END-IF.
            COMPUTE E-NEXT-ABS(ENT-IDX) = NOW-ABS + DELAY-SEC.
            MOVE "W" TO E-STATE(ENT-IDX).

            IF DELAY-SEC = 0
                MOVE "Y" TO RESTART-SW
                PERFORM 5500-LAUNCH
            ELSE
                MOVE DELAY-SEC TO CNT-DISP
                DISPLAY E-NAME(ENT-IDX) " RESTART BACK-OFF "
                        FUNCTION TRIM(CNT-DISP) " SEC"
            END-IF.

        5300-EXIT.
            CONTINUE.

      * 一小時內重啟次數
        5350-HISTCNT.
            MOVE 0 TO HR-CNT.
            PERFORM VARYING HIST-IDX FROM 1 BY 1
                    UNTIL HIST-IDX > E-HCNT(ENT-IDX)
                IF NOW-ABS - E-HIST(ENT-IDX, HIST-IDX) < 3600
                    ADD 1 TO HR-CNT
                END-IF
            END-PERFORM.

      *-----------------------------------------------------------
      * 背景拉起服務：結束碼寫入 MWSUPER_name.RC，輸出附加至
      * MWSUPER_name.OUT；重啟記操作軌跡與嚴重度 W 事件
      *-----------------------------------------------------------
        5500-LAUNCH.
            PERFORM 5210-FILENAMES.
            PERFORM 5260-RCREMOVE.

            MOVE SPACES TO CMD-LINE.
            STRING "( " DELIMITED BY SIZE
                   FUNCTION TRIM(E-CMD(ENT-IDX) TRAILING)
                   DELIMITED BY SIZE
                   " < /dev/null >> MWSUPER_" DELIMITED BY SIZE
                   FUNCTION TRIM(E-NAME(ENT-IDX)) DELIMITED BY SIZE
                   ".OUT 2>&1 ; echo $? > " DELIMITED BY SIZE
                   FUNCTION TRIM(RC-FILE-NAME) DELIMITED BY SIZE
                   " ) &" DELIMITED BY SIZE
                INTO CMD-LINE
            END-STRING.
            CALL "SYSTEM" USING CMD-LINE.
      * CALL "SYSTEM" 會覆寫 RETURN-CODE，結束碼由主流程最後決定
            MOVE MWRC-OK TO RETURN-CODE.
            MOVE "S" TO E-STATE(ENT-IDX).

            IF NOT IS-RESTART
                COMPUTE START-CNT = START-CNT + 1
                DISPLAY E-NAME(ENT-IDX) " STARTED"
                MOVE "SVCSTART" TO AUDIT-ACTION
                MOVE E-NAME(ENT-IDX) TO AUDIT-QUE
                MOVE 0 TO AUDIT-CNT
                PERFORM 1950-AUDLOG
            ELSE
                PERFORM 5550-HISTADD
                PERFORM 5350-HISTCNT
                COMPUTE RESTART-CNT = RESTART-CNT + 1
                COMPUTE E-RST-CNT(ENT-IDX) = E-RST-CNT(ENT-IDX) + 1
                MOVE HR-CNT TO CNT-DISP2
                DISPLAY E-NAME(ENT-IDX) " RESTARTED ("
                        FUNCTION TRIM(CNT-DISP2) "/HR) AFTER "
                        FUNCTION TRIM(E-WHY(ENT-IDX))
                MOVE "RESTART" TO AUDIT-ACTION
                MOVE E-NAME(ENT-IDX) TO AUDIT-QUE
                MOVE HR-CNT TO AUDIT-CNT
                PERFORM 1950-AUDLOG
                MOVE "W" TO SUP-SEV
                MOVE SPACES TO SUP-MSG
                STRING "RESTARTED (" FUNCTION TRIM(CNT-DISP2)
                       "/HR) AFTER " E-WHY(ENT-IDX)
                       DELIMITED BY SIZE INTO SUP-MSG
                END-STRING
                PERFORM 1910-SUPINC
            END-IF.

      * 重啟時點入表；滿表擠掉最舊一筆
        5550-HISTADD.
            IF E-HCNT(ENT-IDX) >= 20
                PERFORM VARYING HIST-IDX FROM 1 BY 1
                        UNTIL HIST-IDX > 19
                    MOVE E-HIST(ENT-IDX, HIST-IDX + 1)
                      TO E-HIST(ENT-IDX, HIST-IDX)
                END-PERFORM
                MOVE 19 TO E-HCNT(ENT-IDX)
            END-IF.
            COMPUTE E-HCNT(ENT-IDX) = E-HCNT(ENT-IDX) + 1.
            MOVE NOW-ABS TO E-HIST(ENT-IDX, E-HCNT(ENT-IDX)).

      *-----------------------------------------------------------
      * -cycles 上限與輪詢間隔
      *-----------------------------------------------------------
        5900-CYCLECHK.
      * 停止請求：本輪收尾後退出(所監管服務照常執行)
            PERFORM 1510-SVCCYCLE THRU 1510-EXIT.
            IF SVC-STOP-REQ
                MOVE "Y" TO SUPER-DONE-SW
            END-IF.

            ADD 1 TO CYCLE-CNT.
            IF CYCLE-MAX > 0 AND CYCLE-CNT >= CYCLE-MAX
                MOVE "Y" TO SUPER-DONE-SW
            ELSE
                IF NOT SUPER-DONE
                    CALL 'MW$UTILS' USING
                        BY VALUE    SLEEP_USEC,
                        BY VALUE    INTERVAL-USEC
                END-IF
            END-IF.

        COPY "SVCPD.DEF".

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
            MOVE "MWSUPER"       TO INCLOG-PGM.
            MOVE RET-CODE        TO INCLOG-CODE.
            MOVE ERR-TXT(1:ERR-LEN) TO INCLOG-MSG.
            MOVE DEF-FILE-NAME TO INCLOG-QUE.
            DISPLAY "USER" UPON ENVIRONMENT-NAME.
            ACCEPT INCLOG-OPER FROM ENVIRONMENT-VALUE.
            MOVE "E" TO INCLOG-SEV.
            PERFORM 1920-INCWRITE.

      * 服務重啟/連續當機/停止：QUE 欄存服務名，代碼為前次結束碼
        1910-SUPINC.
            MOVE SPACES TO INCLOG-REC.
            ACCEPT INCLOG-DATE FROM DATE YYYYMMDD.
            ACCEPT INCLOG-TIME FROM TIME.
            MOVE "MWSUPER"       TO INCLOG-PGM.
            MOVE E-LRC(ENT-IDX)  TO INCLOG-CODE.
            MOVE SUP-MSG         TO INCLOG-MSG.
            MOVE E-NAME(ENT-IDX) TO INCLOG-QUE.
            DISPLAY "USER" UPON ENVIRONMENT-NAME.
            ACCEPT INCLOG-OPER FROM ENVIRONMENT-VALUE.
            MOVE SUP-SEV TO INCLOG-SEV.
            PERFORM 1920-INCWRITE.

        1920-INCWRITE.
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
            MOVE "MWSUPER" TO AUDIT-PGM.

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

        2000-PARAM.

            ACCEPT PARAM-LIST FROM COMMAND-LINE.
            MOVE 1 TO STRING-PTR.
            SET PARAM-LIST-SIZE TO SIZE OF PARAM-LIST.

      * PARSING COMMAND-LINE 內容
      * 選擇性參數 : -d def_file , -i interval_sec , -b backoff_sec ,
      *              -cycles cnt
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                    INTO PARAM
                    POINTER STRING-PTR
                    ON OVERFLOW
                        IF STRING-PTR > PARAM-LIST-SIZE THEN
                            MOVE "Y" TO PARAM-FLAG
                            EVALUATE PARAM-PREV
                                WHEN "-d"
                                    MOVE PARAM TO DEF-FILE-NAME
                                WHEN "-i"
                                    COMPUTE INTERVAL-SEC =
                                            FUNCTION NUMVAL(PARAM)
                                WHEN "-b"
                                    COMPUTE BACKOFF-SEC =
                                            FUNCTION NUMVAL(PARAM)
                                WHEN "-cycles"
                                    COMPUTE CYCLE-MAX =
                                            FUNCTION NUMVAL(PARAM)
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

            IF INTERVAL-SEC < 1
                MOVE 1 TO INTERVAL-SEC
            END-IF.
            IF BACKOFF-SEC < 1
                MOVE 1 TO BACKOFF-SEC
            END-IF.
            COMPUTE INTERVAL-USEC = INTERVAL-SEC * 1000000.

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"   MOVE "Y" TO QUIET-SW
                WHEN "--batch" MOVE "Y" TO QUIET-SW
                WHEN "-d"      MOVE PARAM TO PARAM-PREV
                WHEN "-i"      MOVE PARAM TO PARAM-PREV
                WHEN "-b"      MOVE PARAM TO PARAM-PREV
                WHEN "-cycles" MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-d"
                            MOVE PARAM TO DEF-FILE-NAME
                        WHEN "-i"
                            COMPUTE INTERVAL-SEC =
                                    FUNCTION NUMVAL(PARAM)
                        WHEN "-b"
                            COMPUTE BACKOFF-SEC =
                                    FUNCTION NUMVAL(PARAM)
                        WHEN "-cycles"
                            COMPUTE CYCLE-MAX = FUNCTION NUMVAL(PARAM)
                        WHEN OTHER
                            GO TO 3000-PERR
                    END-EVALUATE
                    MOVE SPACES TO PARAM-PREV
            END-EVALUATE.

        3000-PERR.
            DISPLAY "INVALID PARAMETER".
            DISPLAY " ".

            DISPLAY "MWSUPER - Daemon Supervisor / Auto Restart".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWSUPER [options]".
            DISPLAY " ".
            DISPLAY "  def_file, one service per line:".
            DISPLAY "    NAME|POLICY|MAXHR|COMMAND".
            DISPLAY "    POLICY  ALWAYS, ONFAIL Or NEVER".
            DISPLAY "    MAXHR   Max Restarts Per Hour, default 5".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  [-d def_file]      Service Definitions".
            DISPLAY "                     (Default MWSUPDEF)".
            DISPLAY "  [-i interval_sec]  Poll Interval, default 10".
            DISPLAY "  [-b backoff_sec]   Restart Back-Off Base,".
            DISPLAY "                     default 10".
            DISPLAY "  [-cycles cnt]      Stop After N Polls".
            DISPLAY "                     (Default: Run Forever)".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWSUPER.
