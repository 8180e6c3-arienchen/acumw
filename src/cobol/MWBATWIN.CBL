      */--------------------------------------------------------------
      * MWBATWIN.CBL
      * 批次窗口執行時間趨勢與要徑報表
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. MWSCHED 每步驟 START/END 都記入執行日誌(MWSCHEDJNL)，
      *    但夜間作業網是否越跑越慢、哪一串步驟決定何時跑完沒人
      *    說得出來。本程式讀日誌歷史，依控制檔(-c，同 MWSCHED)
      *    列出每步驟執行時間趨勢：
      *    - 最近 -n 次(預設 30)成功執行(RC=0)的平均、P90、最近
      *      一次秒數
      *    - 最近 -recent 次(預設 3)平均與其前各次(基準)平均比較，
      *      漂移超過 -tol %(預設 25)且多出 -minsec 秒(預設 60)
      *      以上者標 DRIFT；基準不足 3 次不判定
      * 2. 依控制檔 DEPENDS 相依圖以各步驟 P90(-avg 改用平均)算
      *    最長路徑即要徑(不計 -par 並行上限與救援步驟)，列出要徑
      *    各步驟與累計時間
      * 3. 今夜預估：日誌最後一次本作業網執行(RUN 之後出現本控制檔
      *    步驟者)尚未跑完時，已完成步驟取實際結束時間、執行中
      *    步驟取 開始+估計 與現在較晚者、未開始步驟自相依最晚完成
      *    (不早於現在)起算，推出預估完成時間與剩餘要徑；已跑完則
      *    以 -start HHMM(預設上次開始時刻)推下一次
      * 4. 預估完成時間超過批次窗口截止 -dl HHMM(預設 0600，取開始
      *    後第一個該時刻)為 OVERRUN，距截止不足 -margin 分鐘(預設
      *    15)為 ATRISK：經告警路由表(MWALERTR，QUE 鍵 (BATCH)，
      *    嚴重度 OVERRUN/ATRISK)發送，查無路由沿用 -alert；維護
      *    窗口內改記停告；同一次執行同一嚴重度只發一次(記於
      *    MWBATWINST)，-noalert 只報不發。宜於夜間排程每 10-15
      *    分鐘執行一次，於窗口爆掉之前告警
      * 5. 報表(-o，預設 MWBATWINOUT)同步顯示；有 DRIFT、ATRISK
      *    或 OVERRUN 時 RETURN-CODE = 3
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式
      * 2026-10-15 ARIEN
      *     1950-AUDLOG 清紀錄前留存呼叫端設的動作/QUE/筆數，ALERT 軌跡原本
      *     寫成空白
      * 2026-10-15 ARIEN
      *     維護窗口內停告的告警不再記入 MWBATWINST，窗口結束後下次執行仍
      *     OVERRUN/ATRISK 即告警
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWBATWIN.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * -c MWSCHED 調度控制檔
            SELECT BW-CTL-FILE ASSIGN TO CTL-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CTL-FILE-STAT.
      * -j MWSCHED 執行日誌
            SELECT BW-JNL-FILE ASSIGN TO JNL-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS JNL-FILE-STAT.
      * 已發送告警紀錄(同一次執行不重發)
            SELECT BW-ST-FILE ASSIGN TO "MWBATWINST"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-FILE-STAT.
            SELECT BW-RPT-FILE ASSIGN TO RPT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-FILE-STAT.
            COPY "ALRTSL.DEF".
            COPY "AUDITSL.DEF".
            COPY "INCLOGSL.DEF".
            COPY "REGMSL.DEF".
            COPY "MNTSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        FD  BW-CTL-FILE.
        01  CTL-REC                 PIC X(320).

        FD  BW-JNL-FILE.
        01  JNL-REC.
            05  JR-DATE         PIC X(8).
            05  FILLER          PIC X.
            05  JR-TIME         PIC X(8).
            05  FILLER          PIC X.
            05  JR-EVENT        PIC X(6).
            05  FILLER          PIC X.
            05  JR-STEP         PIC X(16).
            05  FILLER          PIC X(4).
            05  JR-RC           PIC X(6).
            05  FILLER          PIC X(69).

        FD  BW-ST-FILE.
        01  ST-REC.
            05  STR-BASE        PIC 9(12).
            05  FILLER          PIC X.
            05  STR-SEV         PIC X(8).

        FD  BW-RPT-FILE.
        01  RPT-REC                 PIC X(160).
        COPY "ALRTFD.DEF".
        COPY "AUDITFD.DEF".
        COPY "INCLOGFD.DEF".
        COPY "REGMFD.DEF".
        COPY "MNTFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "ALRTWS.DEF".
        COPY "MNTWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
        77  AUDIT-FILE-STAT     PIC XX.
      * 1950-AUDLOG 清紀錄前先留存呼叫端設好的動作/QUE/筆數
        77  AUDIT-SV-ACTION     PIC X(8).
        77  AUDIT-SV-QUE        PIC X(64).
        77  AUDIT-SV-CNT        PIC -(9)9.
        77  CTL-FILE-STAT       PIC XX.
            88 CTL-EOF          VALUE "10".
        77  JNL-FILE-STAT       PIC XX.
            88 JNL-EOF          VALUE "10".
        77  ST-FILE-STAT        PIC XX.
            88 ST-EOF           VALUE "10".
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
        77  NOALERT-SW          PIC X VALUE SPACE.
            88 NOALERT-ON       VALUE 'Y'.
        77  USEAVG-SW           PIC X VALUE SPACE.
            88 USE-AVG          VALUE 'Y'.

        01  CTL-FILE-NAME       PIC X(FILE_NAME_LEN) VALUE SPACES.
        01  JNL-FILE-NAME       PIC X(FILE_NAME_LEN)
                                VALUE "MWSCHEDJNL".
        01  RPT-FILE-NAME       PIC X(FILE_NAME_LEN)
                                VALUE "MWBATWINOUT".

      * 參數
        77  HIST-MAX            SIGNED-INT VALUE 30.
        77  RECENT-K            SIGNED-INT VALUE 3.
        77  TOL-PCT             SIGNED-INT VALUE 25.
        77  MIN-SEC             SIGNED-INT VALUE 60.
        77  MARGIN-MIN          SIGNED-INT VALUE 15.
        77  DL-HHMM             PIC X(4) VALUE "0600".
        77  START-HHMM          PIC X(4) VALUE SPACES.

      * 告警
        77  ALERT-CMD           PIC X(200) VALUE SPACES.
        77  ALERT-CMD-LINE      PIC X(256) VALUE SPACES.
        77  ALERT-RC            SIGNED-INT VALUE 0.
        77  FIRE-CMD            PIC X(200) VALUE SPACES.
        77  FIRE-TOKEN          PIC X(80)  VALUE SPACES.
        77  SENT-SW             PIC X VALUE SPACE.
            88 ALREADY-SENT     VALUE 'Y'.
        77  ALERT-SEV           PIC X(8) VALUE SPACES.

      * 控制檔行拆解
        01  CL-NAME             PIC X(16).
        01  CL-DEPS             PIC X(80).
        01  CL-ONFAIL           PIC X(20).
        77  CL-UPTR             PIC 9(3).

      * 步驟表：ST-RSTATE 日誌最後一次執行 P=未開始 R=執行中
      *         D=已結束 S=跳過；ST-PSTATE 為推算時採用的狀態
        01  STEP-TAB.
            05  STEP-ENT OCCURS 100 TIMES.
                10  ST-NAME     PIC X(16).
                10  ST-DEPS     PIC X(80).
                10  ST-ONFAIL   PIC X(20).
                10  ST-RECOV    PIC X.
                10  ST-HCNT     SIGNED-INT.
                10  ST-HIST     SIGNED-LONG OCCURS 30 TIMES.
                10  ST-AVG      SIGNED-LONG.
                10  ST-P90      SIGNED-LONG.
                10  ST-LAST     SIGNED-LONG.
                10  ST-BASE     SIGNED-LONG.
                10  ST-RECENT   SIGNED-LONG.
                10  ST-DRIFT    SIGNED-INT.
                10  ST-FLAG     PIC X(6).
                10  ST-EST      SIGNED-LONG.
                10  ST-RSTATE   PIC X.
                10  ST-PSTATE   PIC X.
                10  ST-RSTART   SIGNED-LONG.
                10  ST-REND     SIGNED-LONG.
                10  ST-PF       SIGNED-LONG.
                10  ST-PRED     SIGNED-INT.
                10  ST-EF       SIGNED-LONG.
                10  ST-EPRED    SIGNED-INT.
                10  ST-ONCP     PIC X.
        77  STEP-CNT            SIGNED-INT VALUE 0.
        77  SX                  SIGNED-INT VALUE 0.
        77  STEP-HIT            SIGNED-INT VALUE 0.
        77  LOOK-NAME           PIC X(16) VALUE SPACES.
        77  HX                  SIGNED-INT VALUE 0.

      * 相依解析
        01  DEP-NAMES.
            05  DEP-NAME        PIC X(16) OCCURS 8 TIMES.
        77  DEP-IDX             SIGNED-INT VALUE 0.
        77  DEP-UPTR            PIC 9(3).
        77  DEP-MAX             SIGNED-LONG VALUE 0.
        77  DEP-PRED            SIGNED-INT VALUE 0.
        77  DEP-OPEN-SW         PIC X VALUE SPACE.
            88 DEP-OPEN         VALUE 'Y'.

      * P90 排序暫存
        01  SORT-TAB.
            05  SORT-V          SIGNED-LONG OCCURS 30 TIMES.
        77  SRT-I               SIGNED-INT VALUE 0.
        77  SRT-J               SIGNED-INT VALUE 0.
        77  SRT-HOLD            SIGNED-LONG VALUE 0.
        77  SRT-CNT             SIGNED-INT VALUE 0.
        77  SRT-RANK            SIGNED-INT VALUE 0.
        77  SRT-SUM             SIGNED-LONG VALUE 0.
        77  SRT-OUT-AVG         SIGNED-LONG VALUE 0.
        77  SRT-OUT-P90         SIGNED-LONG VALUE 0.

      * 作業網整體時間(RUN 至最後一步結束)
        01  NET-TAB.
            05  NET-HIST        SIGNED-LONG OCCURS 30 TIMES.
        77  NET-CNT             SIGNED-INT VALUE 0.
        77  NET-AVG             SIGNED-LONG VALUE 0.
        77  NET-P90             SIGNED-LONG VALUE 0.

      * 日誌掃描：秒數一律為 日整數*86400+當日秒
        77  DATE-NUM            PIC 9(8) VALUE 0.
        77  DAY-INT             SIGNED-LONG VALUE 0.
        77  REC-SECS            SIGNED-LONG VALUE 0.
        77  PEND-BASE           SIGNED-LONG VALUE 0.
        77  PEND-SW             PIC X VALUE SPACE.
            88 PEND-RUN         VALUE 'Y'.
        77  CUR-BASE            SIGNED-LONG VALUE 0.
        77  CUR-LASTEND         SIGNED-LONG VALUE 0.
        77  CUR-SW              PIC X VALUE SPACE.
            88 CUR-OWNED        VALUE 'Y'.
        77  LAST-BASE           SIGNED-LONG VALUE 0.
        77  LAST-END            SIGNED-LONG VALUE 0.
        77  RUN-CNT             SIGNED-INT VALUE 0.
        77  DUR-SECS            SIGNED-LONG VALUE 0.
        77  INPROG-SW           PIC X VALUE SPACE.
            88 IN-PROGRESS      VALUE 'Y'.
        77  DONE-CNT            SIGNED-INT VALUE 0.
        77  LIVE-CNT            SIGNED-INT VALUE 0.

      * 現在與預估
        77  NOW-DATE            PIC X(8).
        77  NOW-TIME            PIC X(8).
        77  NOW-SECS            SIGNED-LONG VALUE 0.
        77  NOW-OFF             SIGNED-LONG VALUE 0.
        77  PJ-BASE             SIGNED-LONG VALUE 0.
        77  PJ-END              SIGNED-LONG VALUE 0.
        77  PJ-TAIL             SIGNED-INT VALUE 0.
        77  PJ-DL               SIGNED-LONG VALUE 0.
        77  PJ-SLACK            SIGNED-LONG VALUE 0.
        77  PJ-PASS             SIGNED-INT VALUE 0.
        77  PJ-CHG-SW           PIC X VALUE SPACE.
            88 PJ-CHANGED       VALUE 'Y'.
        77  PJ-OPEN-CNT         SIGNED-INT VALUE 0.
        77  PJ-VERDICT          PIC X(8) VALUE SPACES.
        77  DRIFT-CNT           SIGNED-INT VALUE 0.
        77  DL-SECS             SIGNED-LONG VALUE 0.
        77  HHMM-SECS           SIGNED-LONG VALUE 0.

      * 要徑(反向追溯後正向列出)
        01  CP-TAB.
            05  CP-STEP         SIGNED-INT OCCURS 100 TIMES.
        77  CP-CNT              SIGNED-INT VALUE 0.
        77  CX                  SIGNED-INT VALUE 0.

      * 顯示格式
        77  SEC-IN              SIGNED-LONG VALUE 0.
        01  DUR-TXT             PIC X(9).
        01  DUR-HH              PIC 9(3).
        01  DUR-MM              PIC 99.
        01  DUR-SS              PIC 99.
        77  ABS-IN              SIGNED-LONG VALUE 0.
        01  ABS-TXT             PIC X(14).
        01  ABS-HH              PIC 99.
        01  ABS-MM              PIC 99.
        77  ABS-DAY             SIGNED-LONG VALUE 0.
        77  ABS-REM             SIGNED-LONG VALUE 0.
        01  AVG-TXT             PIC X(9).
        01  P90-TXT             PIC X(9).
        01  LAST-TXT            PIC X(9).
        01  BASE-TXT            PIC X(9).
        01  REC-TXT             PIC X(9).
        77  CNT-DISP            PIC Z(4)9.
        77  CNT-DISP2           PIC Z(4)9.
        77  PCT-DISP            PIC -(4)9.
        77  MIN-DISP            PIC -(5)9.
        01  SLACK-TXT           PIC X(12).

        PROCEDURE               DIVISION.
        MAIN-RTN                SECTION.
        0000-BEGIN.

            PERFORM 2000-PARAM.
            IF CTL-FILE-NAME = SPACES
                GO TO 3000-PERR
            END-IF.
            IF HIST-MAX < 1 OR HIST-MAX > 30
                MOVE 30 TO HIST-MAX
            END-IF.
            IF RECENT-K < 1 OR RECENT-K >= HIST-MAX
                MOVE 3 TO RECENT-K
            END-IF.

            ACCEPT NOW-DATE FROM DATE YYYYMMDD.
            ACCEPT NOW-TIME FROM TIME.
            MOVE NOW-DATE TO DATE-NUM.
            COMPUTE NOW-SECS =
                    FUNCTION INTEGER-OF-DATE(DATE-NUM) * 86400
                    + FUNCTION NUMVAL(NOW-TIME(1:2)) * 3600
                    + FUNCTION NUMVAL(NOW-TIME(3:2)) * 60
                    + FUNCTION NUMVAL(NOW-TIME(5:2)).

            PERFORM 4000-CTLLOAD.
            IF STEP-CNT = 0
                DISPLAY "NO USABLE STEPS IN " CTL-FILE-NAME(1:50);
                MOVE MWRC-PARM TO RETURN-CODE;
                GO TO 0000-EXIT;
            END-IF.
            PERFORM 4500-MARKRECOV.

            PERFORM 5000-JNLSCAN.
            PERFORM 5500-STEPSTAT
                    VARYING SX FROM 1 BY 1 UNTIL SX > STEP-CNT.
            PERFORM 5600-NETSTAT.

      * 要徑：全部未開始、以 0 秒為起點
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > STEP-CNT
                MOVE "P" TO ST-PSTATE(SX)
            END-PERFORM.
            MOVE 0 TO PJ-BASE.
            MOVE 0 TO NOW-OFF.
            PERFORM 6000-PROJECT THRU 6000-EXIT.
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > STEP-CNT
                MOVE ST-PF(SX) TO ST-EF(SX)
                MOVE ST-PRED(SX) TO ST-EPRED(SX)
            END-PERFORM.
            MOVE PJ-END TO DUR-SECS.
            MOVE PJ-TAIL TO SX.
            PERFORM 6500-CPTRACE.
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CP-CNT
                MOVE "Y" TO ST-ONCP(CP-STEP(CX))
            END-PERFORM.

      * 今夜：執行中取日誌進度，否則自下次開始時刻推算
            PERFORM 6800-TONIGHT THRU 6800-EXIT.

            OPEN OUTPUT BW-RPT-FILE.
            IF RPT-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN RPT FILE : " RPT-FILE-NAME(1:50);
                MOVE -1 TO RET-CODE;
                MOVE MWRC-FILE TO EXIT-CLASS;
                GO TO 1000-ERR;
            END-IF.

            PERFORM 7000-REPORT.

            CLOSE BW-RPT-FILE.
            DISPLAY "REPORT : " RPT-FILE-NAME(1:50).

            IF (PJ-VERDICT = "OVERRUN" OR PJ-VERDICT = "ATRISK")
            AND NOT NOALERT-ON
                PERFORM 7500-ALERT THRU 7500-EXIT
            END-IF.

            IF DRIFT-CNT > 0
            OR PJ-VERDICT = "OVERRUN" OR PJ-VERDICT = "ATRISK"
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
      * 載入控制檔(格式同 MWSCHED：NAME|DEPENDS|ONFAIL|...)
      *-----------------------------------------------------------
        4000-CTLLOAD.
            OPEN INPUT BW-CTL-FILE.
            IF CTL-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN CTL FILE : " CTL-FILE-NAME(1:50);
                MOVE -1 TO RET-CODE;
                MOVE MWRC-FILE TO EXIT-CLASS;
                GO TO 1000-ERR;
            END-IF.

            PERFORM TEST BEFORE UNTIL CTL-EOF
                READ BW-CTL-FILE
                    AT END
                        MOVE "10" TO CTL-FILE-STAT
                    NOT AT END
                        PERFORM 4100-CTLONE THRU 4100-EXIT
                END-READ
            END-PERFORM.

            CLOSE BW-CTL-FILE.

        4100-CTLONE.
            IF CTL-REC = SPACES OR CTL-REC(1:1) = "*"
                GO TO 4100-EXIT
            END-IF.

            IF STEP-CNT >= 100
                DISPLAY "STEP TABLE FULL, STEP SKIPPED"
                GO TO 4100-EXIT
            END-IF.

            MOVE SPACES TO CL-NAME.
            MOVE SPACES TO CL-DEPS.
            MOVE SPACES TO CL-ONFAIL.
            MOVE 1 TO CL-UPTR.
            UNSTRING CTL-REC DELIMITED BY "|"
                INTO CL-NAME, CL-DEPS, CL-ONFAIL
                POINTER CL-UPTR
            END-UNSTRING.

            IF CL-NAME = SPACES
                DISPLAY "BAD STEP LINE SKIPPED : " CTL-REC(1:60)
                GO TO 4100-EXIT
            END-IF.

            COMPUTE STEP-CNT = STEP-CNT + 1.
            INITIALIZE STEP-ENT(STEP-CNT).
            MOVE CL-NAME TO ST-NAME(STEP-CNT).
            MOVE CL-DEPS TO ST-DEPS(STEP-CNT).
            MOVE CL-ONFAIL TO ST-ONFAIL(STEP-CNT).
            MOVE "P" TO ST-RSTATE(STEP-CNT).

        4100-EXIT.
            CONTINUE.

      * 被 RUN: 指名的救援步驟不列入要徑與預估
        4500-MARKRECOV.
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > STEP-CNT
                IF ST-ONFAIL(SX)(1:4) = "RUN:"
                    MOVE ST-ONFAIL(SX)(5:16) TO LOOK-NAME
                    PERFORM 5700-FINDSTEP
                    IF STEP-HIT > 0
                        MOVE "Y" TO ST-RECOV(STEP-HIT)
                    END-IF
                END-IF
            END-PERFORM.

      *-----------------------------------------------------------
      * 掃描執行日誌：RUN 之後出現本控制檔步驟者為本作業網一次
      * 執行；END(RC=0)的步驟秒數併入歷史
      *-----------------------------------------------------------
        5000-JNLSCAN.
            MOVE SPACES TO JNL-FILE-STAT.
            OPEN INPUT BW-JNL-FILE.
            IF JNL-FILE-STAT NOT = "00"
                DISPLAY "JOURNAL NOT FOUND : " JNL-FILE-NAME(1:50)
            ELSE
                PERFORM TEST BEFORE UNTIL JNL-EOF
                    READ BW-JNL-FILE
                        AT END
                            MOVE "10" TO JNL-FILE-STAT
                        NOT AT END
                            PERFORM 5100-JNLONE THRU 5100-EXIT
                    END-READ
                END-PERFORM
                CLOSE BW-JNL-FILE
            END-IF.

      * 最後一次執行：仍有步驟未結束且開始未逾 24 小時為執行中
            MOVE SPACE TO INPROG-SW.
            IF CUR-OWNED
                MOVE 0 TO DONE-CNT
                MOVE 0 TO LIVE-CNT
                PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > STEP-CNT
                    IF ST-RECOV(SX) NOT = "Y"
                        ADD 1 TO LIVE-CNT
                        IF ST-RSTATE(SX) = "D"
                        OR ST-RSTATE(SX) = "S"
                            ADD 1 TO DONE-CNT
                        END-IF
                    END-IF
                END-PERFORM
                IF DONE-CNT < LIVE-CNT
                AND NOW-SECS - CUR-BASE < 86400
                    MOVE "Y" TO INPROG-SW
                ELSE
                    PERFORM 5300-RUNCLOSE
                END-IF
            END-IF.

        5100-JNLONE.
            IF JR-DATE IS NOT NUMERIC
                GO TO 5100-EXIT
            END-IF.
            MOVE JR-DATE TO DATE-NUM.
            COMPUTE REC-SECS =
                    FUNCTION INTEGER-OF-DATE(DATE-NUM) * 86400
                    + FUNCTION NUMVAL(JR-TIME(1:2)) * 3600
                    + FUNCTION NUMVAL(JR-TIME(3:2)) * 60
                    + FUNCTION NUMVAL(JR-TIME(5:2)).

            IF JR-EVENT = "RUN"
                MOVE REC-SECS TO PEND-BASE
                MOVE "Y" TO PEND-SW
                GO TO 5100-EXIT
            END-IF.

            IF JR-EVENT NOT = "START" AND JR-EVENT NOT = "END"
            AND JR-EVENT NOT = "SKIP"
                GO TO 5100-EXIT
            END-IF.

            MOVE JR-STEP TO LOOK-NAME.
            PERFORM 5700-FINDSTEP.
            IF STEP-HIT = 0
                GO TO 5100-EXIT
            END-IF.

      * 本 RUN 第一次出現本作業網步驟：前一次結算，新一次開始
            IF PEND-RUN
                IF CUR-OWNED
                    PERFORM 5300-RUNCLOSE
                END-IF
                MOVE "Y" TO CUR-SW
                MOVE SPACE TO PEND-SW
                MOVE PEND-BASE TO CUR-BASE
                MOVE PEND-BASE TO CUR-LASTEND
                ADD 1 TO RUN-CNT
                PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > STEP-CNT
                    MOVE "P" TO ST-RSTATE(SX)
                    MOVE 0 TO ST-RSTART(SX)
                    MOVE 0 TO ST-REND(SX)
                END-PERFORM
            END-IF.
            IF NOT CUR-OWNED
                GO TO 5100-EXIT
            END-IF.

            EVALUATE JR-EVENT
                WHEN "START"
                    MOVE "R" TO ST-RSTATE(STEP-HIT)
                    MOVE REC-SECS TO ST-RSTART(STEP-HIT)
                WHEN "END"
                    MOVE "D" TO ST-RSTATE(STEP-HIT)
                    MOVE REC-SECS TO ST-REND(STEP-HIT)
                    MOVE REC-SECS TO CUR-LASTEND
                    IF ST-RSTART(STEP-HIT) > 0
                    AND FUNCTION NUMVAL(JR-RC) = 0
                        COMPUTE DUR-SECS =
                                REC-SECS - ST-RSTART(STEP-HIT)
                        PERFORM 5200-HISTADD
                    END-IF
                WHEN "SKIP"
                    MOVE "S" TO ST-RSTATE(STEP-HIT)
                    MOVE REC-SECS TO ST-REND(STEP-HIT)
            END-EVALUATE.

        5100-EXIT.
            CONTINUE.

      * 秒數併入步驟歷史，滿 -n 筆時捨棄最舊
        5200-HISTADD.
            IF ST-HCNT(STEP-HIT) >= HIST-MAX
                PERFORM VARYING HX FROM 1 BY 1
                        UNTIL HX >= ST-HCNT(STEP-HIT)
                    MOVE ST-HIST(STEP-HIT, HX + 1)
                        TO ST-HIST(STEP-HIT, HX)
                END-PERFORM
            ELSE
                ADD 1 TO ST-HCNT(STEP-HIT)
            END-IF.
            MOVE DUR-SECS TO ST-HIST(STEP-HIT, ST-HCNT(STEP-HIT)).

      * 一次執行結束：作業網整體時間併入歷史
        5300-RUNCLOSE.
            MOVE CUR-BASE TO LAST-BASE.
            MOVE CUR-LASTEND TO LAST-END.
            IF CUR-LASTEND > CUR-BASE
                IF NET-CNT >= HIST-MAX
                    PERFORM VARYING HX FROM 1 BY 1
                            UNTIL HX >= NET-CNT
                        MOVE NET-HIST(HX + 1) TO NET-HIST(HX)
                    END-PERFORM
                ELSE
                    ADD 1 TO NET-CNT
                END-IF
                COMPUTE NET-HIST(NET-CNT) = CUR-LASTEND - CUR-BASE
            END-IF.

      *-----------------------------------------------------------
      * 一個步驟：平均、P90、最近一次、基準與近期平均、漂移
      *-----------------------------------------------------------
        5500-STEPSTAT.
            MOVE SPACES TO ST-FLAG(SX).
            MOVE 0 TO ST-DRIFT(SX).
            IF ST-HCNT(SX) = 0
                MOVE "NOHIST" TO ST-FLAG(SX)
                MOVE 0 TO ST-EST(SX)
            ELSE
                MOVE ST-HCNT(SX) TO SRT-CNT
                PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > SRT-CNT
                    MOVE ST-HIST(SX, HX) TO SORT-V(HX)
                END-PERFORM
                PERFORM 5800-AVGP90
                MOVE SRT-OUT-AVG TO ST-AVG(SX)
                MOVE SRT-OUT-P90 TO ST-P90(SX)
                MOVE ST-HIST(SX, ST-HCNT(SX)) TO ST-LAST(SX)
                IF USE-AVG
                    MOVE ST-AVG(SX) TO ST-EST(SX)
                ELSE
                    MOVE ST-P90(SX) TO ST-EST(SX)
                END-IF
                PERFORM 5550-DRIFT
            END-IF.

      * 近期 K 次平均對其前各次平均；基準至少 3 次才判定
        5550-DRIFT.
            MOVE 0 TO ST-BASE(SX).
            MOVE 0 TO ST-RECENT(SX).
            IF ST-HCNT(SX) < RECENT-K + 3
                CONTINUE
            ELSE
                MOVE 0 TO SRT-SUM
                COMPUTE SRT-CNT = ST-HCNT(SX) - RECENT-K
                PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > SRT-CNT
                    ADD ST-HIST(SX, HX) TO SRT-SUM
                END-PERFORM
                COMPUTE ST-BASE(SX) ROUNDED = SRT-SUM / SRT-CNT
                MOVE 0 TO SRT-SUM
                COMPUTE HX = SRT-CNT + 1
                PERFORM VARYING HX FROM HX BY 1
                        UNTIL HX > ST-HCNT(SX)
                    ADD ST-HIST(SX, HX) TO SRT-SUM
                END-PERFORM
                COMPUTE ST-RECENT(SX) ROUNDED = SRT-SUM / RECENT-K
                IF ST-BASE(SX) > 0
                    COMPUTE ST-DRIFT(SX) ROUNDED =
                            (ST-RECENT(SX) - ST-BASE(SX)) * 100
                            / ST-BASE(SX)
                END-IF
                IF ST-DRIFT(SX) > TOL-PCT
                AND ST-RECENT(SX) - ST-BASE(SX) >= MIN-SEC
                    MOVE "DRIFT" TO ST-FLAG(SX)
                    ADD 1 TO DRIFT-CNT
                END-IF
            END-IF.

        5600-NETSTAT.
            IF NET-CNT > 0
                MOVE NET-CNT TO SRT-CNT
                PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > SRT-CNT
                    MOVE NET-HIST(HX) TO SORT-V(HX)
                END-PERFORM
                PERFORM 5800-AVGP90
                MOVE SRT-OUT-AVG TO NET-AVG
                MOVE SRT-OUT-P90 TO NET-P90
            END-IF.

        5700-FINDSTEP.
            MOVE 0 TO STEP-HIT.
            PERFORM VARYING HX FROM 1 BY 1
                    UNTIL HX > STEP-CNT OR STEP-HIT > 0
                IF ST-NAME(HX) = LOOK-NAME
                    MOVE HX TO STEP-HIT
                END-IF
            END-PERFORM.

      * SORT-V(1..SRT-CNT) 平均與 P90(排序後第 CEIL(0.9N) 筆)
        5800-AVGP90.
            MOVE 0 TO SRT-SUM.
            PERFORM VARYING SRT-I FROM 1 BY 1 UNTIL SRT-I > SRT-CNT
                ADD SORT-V(SRT-I) TO SRT-SUM
            END-PERFORM.
            COMPUTE SRT-OUT-AVG ROUNDED = SRT-SUM / SRT-CNT.

            PERFORM VARYING SRT-I FROM 2 BY 1 UNTIL SRT-I > SRT-CNT
                MOVE SORT-V(SRT-I) TO SRT-HOLD
                COMPUTE SRT-J = SRT-I - 1
                PERFORM TEST BEFORE
                        UNTIL SRT-J < 1
                        OR SORT-V(SRT-J) <= SRT-HOLD
                    MOVE SORT-V(SRT-J) TO SORT-V(SRT-J + 1)
                    SUBTRACT 1 FROM SRT-J
                END-PERFORM
                MOVE SRT-HOLD TO SORT-V(SRT-J + 1)
            END-PERFORM.

            COMPUTE SRT-RANK = (SRT-CNT * 9 + 9) / 10.
            IF SRT-RANK < 1
                MOVE 1 TO SRT-RANK
            END-IF.
            MOVE SORT-V(SRT-RANK) TO SRT-OUT-P90.

      *-----------------------------------------------------------
      * 相依圖推算各步驟完成時點(相對 PJ-BASE 的秒數)：
      * D/S 取實際結束、R 取 開始+估計 與現在較晚者、P 自相依
      * 最晚完成(不早於 NOW-OFF)起加估計；PJ-END/PJ-TAIL 為最晚
      * 完成時點與步驟
      *-----------------------------------------------------------
        6000-PROJECT.
            MOVE 0 TO PJ-END.
            MOVE 0 TO PJ-TAIL.
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > STEP-CNT
                MOVE -1 TO ST-PF(SX)
                MOVE 0 TO ST-PRED(SX)
                EVALUATE TRUE
                    WHEN ST-RECOV(SX) = "Y"
                        MOVE 0 TO ST-PF(SX)
                    WHEN ST-PSTATE(SX) = "D"
                    OR ST-PSTATE(SX) = "S"
                        COMPUTE ST-PF(SX) = ST-REND(SX) - PJ-BASE
                    WHEN ST-PSTATE(SX) = "R"
                        COMPUTE ST-PF(SX) =
                                ST-RSTART(SX) - PJ-BASE + ST-EST(SX)
                        IF ST-PF(SX) < NOW-OFF
                            MOVE NOW-OFF TO ST-PF(SX)
                        END-IF
                END-EVALUATE
            END-PERFORM.

            MOVE "Y" TO PJ-CHG-SW.
            PERFORM VARYING PJ-PASS FROM 1 BY 1
                    UNTIL PJ-PASS > STEP-CNT OR NOT PJ-CHANGED
                MOVE SPACE TO PJ-CHG-SW
                PERFORM 6100-PJSTEP
                        VARYING SX FROM 1 BY 1 UNTIL SX > STEP-CNT
            END-PERFORM.

      * 相依循環或無解者以現在起算，不致漏列
            MOVE 0 TO PJ-OPEN-CNT.
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > STEP-CNT
                IF ST-PF(SX) < 0
                    ADD 1 TO PJ-OPEN-CNT
                    COMPUTE ST-PF(SX) = NOW-OFF + ST-EST(SX)
                END-IF
                IF ST-RECOV(SX) NOT = "Y" AND ST-PF(SX) > PJ-END
                    MOVE ST-PF(SX) TO PJ-END
                    MOVE SX TO PJ-TAIL
                END-IF
            END-PERFORM.
            IF PJ-OPEN-CNT > 0
                MOVE PJ-OPEN-CNT TO CNT-DISP
                DISPLAY "DEPENDS NOT RESOLVABLE (CYCLE?) STEPS : "
                        CNT-DISP
            END-IF.

        6000-EXIT.
            CONTINUE.

        6100-PJSTEP.
            IF ST-PF(SX) >= 0
                CONTINUE
            ELSE
                PERFORM 6200-DEPMAX
                IF NOT DEP-OPEN
                    IF DEP-MAX < NOW-OFF
                        MOVE NOW-OFF TO DEP-MAX
                        MOVE 0 TO DEP-PRED
                    END-IF
                    COMPUTE ST-PF(SX) = DEP-MAX + ST-EST(SX)
                    MOVE DEP-PRED TO ST-PRED(SX)
                    MOVE "Y" TO PJ-CHG-SW
                END-IF
            END-IF.

      * 步驟 SX 的相依最晚完成時點；有相依尚未推出即 DEP-OPEN
        6200-DEPMAX.
            MOVE 0 TO DEP-MAX.
            MOVE 0 TO DEP-PRED.
            MOVE SPACE TO DEP-OPEN-SW.
            IF ST-DEPS(SX) = SPACES
            OR FUNCTION TRIM(ST-DEPS(SX)) = "-"
                CONTINUE
            ELSE
                MOVE SPACES TO DEP-NAMES
                MOVE 1 TO DEP-UPTR
                UNSTRING ST-DEPS(SX) DELIMITED BY ALL SPACE
                    INTO DEP-NAME(1), DEP-NAME(2), DEP-NAME(3),
                         DEP-NAME(4), DEP-NAME(5), DEP-NAME(6),
                         DEP-NAME(7), DEP-NAME(8)
                    POINTER DEP-UPTR
                END-UNSTRING
                PERFORM VARYING DEP-IDX FROM 1 BY 1
                        UNTIL DEP-IDX > 8
                    IF DEP-NAME(DEP-IDX) NOT = SPACES
                        MOVE DEP-NAME(DEP-IDX) TO LOOK-NAME
                        PERFORM 5700-FINDSTEP
                        IF STEP-HIT > 0
                            IF ST-PF(STEP-HIT) < 0
                                MOVE "Y" TO DEP-OPEN-SW
                            ELSE
                                IF ST-PF(STEP-HIT) > DEP-MAX
                                    MOVE ST-PF(STEP-HIT) TO DEP-MAX
                                    MOVE STEP-HIT TO DEP-PRED
                                END-IF
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM
            END-IF.

      * 自步驟 SX 沿 ST-PRED 反向追溯，CP-STEP 依執行順序排列
        6500-CPTRACE.
            MOVE 0 TO CP-CNT.
            PERFORM TEST BEFORE UNTIL SX = 0 OR CP-CNT >= 100
                ADD 1 TO CP-CNT
                MOVE SX TO CP-STEP(CP-CNT)
                MOVE ST-PRED(SX) TO SX
            END-PERFORM.
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CP-CNT / 2
                MOVE CP-STEP(CX) TO HX
                COMPUTE SRT-I = CP-CNT + 1 - CX
                MOVE CP-STEP(SRT-I) TO CP-STEP(CX)
                MOVE HX TO CP-STEP(SRT-I)
            END-PERFORM.

      *-----------------------------------------------------------
      * 今夜預估完成時間對批次窗口截止
      *-----------------------------------------------------------
        6800-TONIGHT.
            IF IN-PROGRESS
                MOVE CUR-BASE TO PJ-BASE
                COMPUTE NOW-OFF = NOW-SECS - CUR-BASE
                PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > STEP-CNT
                    MOVE ST-RSTATE(SX) TO ST-PSTATE(SX)
                END-PERFORM
            ELSE
      * 下次開始：-start 或上次開始時刻，今日已過即明日
                IF START-HHMM = SPACES
                    IF LAST-BASE > 0
                        COMPUTE ABS-REM = FUNCTION MOD(LAST-BASE, 86400)
                        COMPUTE ABS-HH = ABS-REM / 3600
                        COMPUTE ABS-MM =
                                FUNCTION MOD(ABS-REM, 3600) / 60
                        STRING ABS-HH ABS-MM DELIMITED BY SIZE
                            INTO START-HHMM
                        END-STRING
                    ELSE
                        MOVE NOW-TIME(1:4) TO START-HHMM
                    END-IF
                END-IF
                IF START-HHMM IS NOT NUMERIC
                    GO TO 3000-PERR
                END-IF
                COMPUTE HHMM-SECS =
                        FUNCTION NUMVAL(START-HHMM(1:2)) * 3600
                        + FUNCTION NUMVAL(START-HHMM(3:2)) * 60
                COMPUTE PJ-BASE = NOW-SECS
                        - FUNCTION MOD(NOW-SECS, 86400) + HHMM-SECS
                IF PJ-BASE + 60 <= NOW-SECS
                    ADD 86400 TO PJ-BASE
                END-IF
                MOVE 0 TO NOW-OFF
                PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > STEP-CNT
                    MOVE "P" TO ST-PSTATE(SX)
                END-PERFORM
            END-IF.

            PERFORM 6000-PROJECT THRU 6000-EXIT.
            COMPUTE PJ-END = PJ-BASE + PJ-END.

      * 截止：開始後第一個 -dl 時刻
            IF DL-HHMM IS NOT NUMERIC
                GO TO 3000-PERR
            END-IF.
            COMPUTE DL-SECS =
                    FUNCTION NUMVAL(DL-HHMM(1:2)) * 3600
                    + FUNCTION NUMVAL(DL-HHMM(3:2)) * 60.
            COMPUTE PJ-DL = PJ-BASE
                    - FUNCTION MOD(PJ-BASE, 86400) + DL-SECS.
            IF PJ-DL <= PJ-BASE
                ADD 86400 TO PJ-DL
            END-IF.

            COMPUTE PJ-SLACK = PJ-DL - PJ-END.
            EVALUATE TRUE
                WHEN PJ-SLACK < 0
                    MOVE "OVERRUN" TO PJ-VERDICT
                WHEN PJ-SLACK < MARGIN-MIN * 60
                    MOVE "ATRISK" TO PJ-VERDICT
                WHEN OTHER
                    MOVE "OK" TO PJ-VERDICT
            END-EVALUATE.

        6800-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 報表：步驟趨勢、作業網整體、要徑、今夜預估
      *-----------------------------------------------------------
        7000-REPORT.
            MOVE SPACES TO RPT-REC.
            MOVE RUN-CNT TO CNT-DISP.
            STRING "MWBATWIN - BATCH WINDOW TREND " DELIMITED BY SIZE
                   FUNCTION TRIM(CTL-FILE-NAME) DELIMITED BY SIZE
                   "  RUNS IN JOURNAL " DELIMITED BY SIZE
                   FUNCTION TRIM(CNT-DISP) DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            MOVE TOL-PCT TO PCT-DISP.
            MOVE RECENT-K TO CNT-DISP.
            STRING "DRIFT : LAST " DELIMITED BY SIZE
                   FUNCTION TRIM(CNT-DISP) DELIMITED BY SIZE
                   " RUNS VS EARLIER, TOLERANCE " DELIMITED BY SIZE
                   FUNCTION TRIM(PCT-DISP) DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            IF USE-AVG
                MOVE "   ESTIMATE : AVG" TO RPT-REC(60:17)
            ELSE
                MOVE "   ESTIMATE : P90" TO RPT-REC(60:17)
            END-IF.
            PERFORM 7900-RPTWRITE.

            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE "STEP DURATION TREND" TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            STRING "STEP              RUNS       AVG       P90"
                   DELIMITED BY SIZE
                   "      LAST      BASE    RECENT DRIFT% FLAG   CP"
                   DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            PERFORM 7100-STEPLINE
                    VARYING SX FROM 1 BY 1 UNTIL SX > STEP-CNT.

            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE NET-AVG TO SEC-IN.
            PERFORM 8100-DURFMT.
            MOVE DUR-TXT TO AVG-TXT.
            MOVE NET-P90 TO SEC-IN.
            PERFORM 8100-DURFMT.
            MOVE DUR-TXT TO P90-TXT.
            MOVE 0 TO SEC-IN.
            IF NET-CNT > 0
                MOVE NET-HIST(NET-CNT) TO SEC-IN
            END-IF.
            PERFORM 8100-DURFMT.
            MOVE DUR-TXT TO LAST-TXT.
            MOVE NET-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "NET ELAPSED : RUNS " FUNCTION TRIM(CNT-DISP)
                   "  AVG " AVG-TXT "  P90 " P90-TXT
                   "  LAST " LAST-TXT
                   DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

      * 要徑(歷史估計)
            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE DUR-SECS TO SEC-IN.
            PERFORM 8100-DURFMT.
            MOVE SPACES TO RPT-REC.
            STRING "CRITICAL PATH (PLANNED) : " DELIMITED BY SIZE
                   FUNCTION TRIM(DUR-TXT) DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE "STEP                    EST    FINISH AT" TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            PERFORM 7200-CPLINE
                    VARYING CX FROM 1 BY 1 UNTIL CX > CP-CNT.

            PERFORM 7300-TONIGHT.

        7100-STEPLINE.
            MOVE ST-AVG(SX) TO SEC-IN.
            PERFORM 8100-DURFMT.
            MOVE DUR-TXT TO AVG-TXT.
            MOVE ST-P90(SX) TO SEC-IN.
            PERFORM 8100-DURFMT.
            MOVE DUR-TXT TO P90-TXT.
            MOVE ST-LAST(SX) TO SEC-IN.
            PERFORM 8100-DURFMT.
            MOVE DUR-TXT TO LAST-TXT.
            MOVE ST-BASE(SX) TO SEC-IN.
            PERFORM 8100-DURFMT.
            MOVE DUR-TXT TO BASE-TXT.
            MOVE ST-RECENT(SX) TO SEC-IN.
            PERFORM 8100-DURFMT.
            MOVE DUR-TXT TO REC-TXT.
            IF ST-BASE(SX) = 0
                MOVE "        -" TO BASE-TXT
                MOVE "        -" TO REC-TXT
            END-IF.
            MOVE ST-HCNT(SX) TO CNT-DISP.
            MOVE ST-DRIFT(SX) TO PCT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING ST-NAME(SX) " " CNT-DISP " " AVG-TXT " " P90-TXT
                   " " LAST-TXT " " BASE-TXT " " REC-TXT " "
                   PCT-DISP "  " ST-FLAG(SX) " " ST-ONCP(SX)
                   DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            IF ST-BASE(SX) = 0
                MOVE "    -" TO RPT-REC(74:5)
            END-IF.
            IF ST-RECOV(SX) = "Y"
                MOVE "RECOV" TO RPT-REC(91:6)
            END-IF.
            PERFORM 7900-RPTWRITE.

        7200-CPLINE.
            MOVE CP-STEP(CX) TO SX.
            MOVE ST-EST(SX) TO SEC-IN.
            PERFORM 8100-DURFMT.
            MOVE ST-EF(SX) TO SEC-IN.
            MOVE DUR-TXT TO AVG-TXT.
            PERFORM 8100-DURFMT.
            MOVE SPACES TO RPT-REC.
            STRING ST-NAME(SX) "   " AVG-TXT "  +" DUR-TXT
                   DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

      * 今夜預估：執行中列剩餘要徑
        7300-TONIGHT.
            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            IF IN-PROGRESS
                MOVE DONE-CNT TO CNT-DISP
                MOVE LIVE-CNT TO CNT-DISP2
                STRING "TONIGHT : IN PROGRESS, STEPS DONE "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(CNT-DISP) DELIMITED BY SIZE
                       " OF " DELIMITED BY SIZE
                       FUNCTION TRIM(CNT-DISP2) DELIMITED BY SIZE
                    INTO RPT-REC
                END-STRING
            ELSE
                MOVE "TONIGHT : NEXT RUN (NOT STARTED)" TO RPT-REC
            END-IF.
            PERFORM 7900-RPTWRITE.

            MOVE PJ-BASE TO ABS-IN.
            PERFORM 8200-ABSFMT.
            MOVE SPACES TO RPT-REC.
            STRING "  START             : " ABS-TXT
                   DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE PJ-END TO ABS-IN.
            PERFORM 8200-ABSFMT.
            MOVE SPACES TO RPT-REC.
            STRING "  PROJECTED FINISH  : " ABS-TXT
                   DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE PJ-DL TO ABS-IN.
            PERFORM 8200-ABSFMT.
            MOVE SPACES TO RPT-REC.
            STRING "  WINDOW DEADLINE   : " ABS-TXT
                   DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            COMPUTE MIN-DISP = PJ-SLACK / 60.
            MOVE SPACES TO RPT-REC.
            STRING "  SLACK (MIN)       : " MIN-DISP "  "
                   PJ-VERDICT
                   DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            IF IN-PROGRESS
                MOVE PJ-TAIL TO SX
                PERFORM 6500-CPTRACE
                MOVE "  REMAINING CRITICAL PATH" TO RPT-REC
                PERFORM 7900-RPTWRITE
                MOVE "  STEP              STATE  PROJECTED END"
                    TO RPT-REC
                PERFORM 7900-RPTWRITE
                PERFORM 7350-RCPLINE
                        VARYING CX FROM 1 BY 1 UNTIL CX > CP-CNT
            END-IF.

            IF LAST-END > 0
                MOVE SPACES TO RPT-REC
                PERFORM 7900-RPTWRITE
                COMPUTE SEC-IN = LAST-END - LAST-BASE
                PERFORM 8100-DURFMT
                MOVE LAST-END TO ABS-IN
                PERFORM 8200-ABSFMT
                MOVE SPACES TO RPT-REC
                STRING "LAST COMPLETED RUN FINISHED " ABS-TXT
                       "  ELAPSED " DUR-TXT
                       DELIMITED BY SIZE
                    INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            END-IF.

        7350-RCPLINE.
            MOVE CP-STEP(CX) TO SX.
            COMPUTE ABS-IN = PJ-BASE + ST-PF(SX).
            PERFORM 8200-ABSFMT.
            MOVE SPACES TO RPT-REC.
            STRING "  " ST-NAME(SX) "  " ST-PSTATE(SX) "      "
                   ABS-TXT
                   DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

      *-----------------------------------------------------------
      * 預估逾窗口：路由告警(QUE 鍵 (BATCH))，同一次執行同一嚴重
      * 度只發一次
      * (呼叫方式: alert_cmd BATCH 預估完成 截止 嚴重度)
      *-----------------------------------------------------------
        7500-ALERT.
            MOVE PJ-VERDICT TO ALERT-SEV.
            MOVE SPACE TO SENT-SW.
            MOVE SPACES TO ST-FILE-STAT.
            OPEN INPUT BW-ST-FILE.
            IF ST-FILE-STAT = "00"
                PERFORM TEST BEFORE UNTIL ST-EOF OR ALREADY-SENT
                    READ BW-ST-FILE
                        AT END
                            MOVE "10" TO ST-FILE-STAT
                        NOT AT END
                            IF STR-BASE = PJ-BASE
                            AND STR-SEV = ALERT-SEV
                                MOVE "Y" TO SENT-SW
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BW-ST-FILE
            END-IF.
            IF ALREADY-SENT
                DISPLAY "ALERT ALREADY SENT FOR THIS RUN : " ALERT-SEV
                GO TO 7500-EXIT
            END-IF.

      * 路由表優先，查無路由沿用 -alert
            MOVE "(BATCH)" TO ALRT-QUE-KEY.
            MOVE SPACES TO ALRT-TYPE-KEY.
            MOVE ALERT-SEV TO ALRT-SEV.
            PERFORM 1980-ALERTROUTE THRU 1980-EXIT.
            MOVE ALERT-CMD TO FIRE-CMD.
            IF ALRT-CMD-OUT NOT = SPACES
                MOVE ALRT-CMD-OUT TO FIRE-CMD
            END-IF.

            MOVE PJ-END TO ABS-IN.
            PERFORM 8200-ABSFMT.

      * 維護窗口內不呼叫值班，改記停告紀錄與 M 事件；不記入已
      * 發送，窗口結束後下次執行仍異常即告警
            MOVE ALRT-QUE-KEY TO MNT-QUE-KEY.
            MOVE ALRT-OWNER TO MNT-OWNER.
            PERFORM 1990-MAINTCHK THRU 1990-EXIT.
            IF MNT-ACTIVE
                MOVE "MWBATWIN" TO MNT-PGM
                MOVE ALRT-SEV TO MNT-SEV
                MOVE SPACES TO MNT-DETAIL
                STRING "PROJECTED END " ABS-TXT
                       DELIMITED BY SIZE
                    INTO MNT-DETAIL
                END-STRING
                PERFORM 1996-MAINTSUP
                PERFORM 1998-MAINTINC
                GO TO 7500-EXIT
            END-IF.

            IF FIRE-CMD = SPACES
                DISPLAY "NO ALERT ROUTE FOR (BATCH) " ALERT-SEV
                GO TO 7500-EXIT
            END-IF.

            MOVE SPACES TO ALERT-CMD-LINE.
            STRING FUNCTION TRIM(FIRE-CMD) DELIMITED BY SIZE
                   " BATCH " DELIMITED BY SIZE
                   ABS-TXT(1:8) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   ABS-TXT(10:5) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DL-HHMM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ALERT-SEV DELIMITED BY SPACE
                INTO ALERT-CMD-LINE
            END-STRING.

            CALL "SYSTEM" USING ALERT-CMD-LINE.
            MOVE RETURN-CODE TO ALERT-RC.
            IF ALERT-RC NOT = 0
                DISPLAY "ALERT CMD FAILED, RC=" ALERT-RC
            END-IF.
            PERFORM 1975-ALERTAUDIT.

      * 記入已發送，下次排程執行不再發
        7500-MARK.
            OPEN EXTEND BW-ST-FILE.
            IF ST-FILE-STAT = "35"
                OPEN OUTPUT BW-ST-FILE
            END-IF.
            IF ST-FILE-STAT = "00"
                MOVE SPACES TO ST-REC
                MOVE PJ-BASE TO STR-BASE
                MOVE ALERT-SEV TO STR-SEV
                WRITE ST-REC
                CLOSE BW-ST-FILE
            END-IF.

        7500-EXIT.
            CONTINUE.

        7900-RPTWRITE.
            WRITE RPT-REC.
            DISPLAY RPT-REC(1:120).

      * 秒數 -> HHH:MM:SS
        8100-DURFMT.
            COMPUTE DUR-HH = SEC-IN / 3600.
            COMPUTE DUR-MM = FUNCTION MOD(SEC-IN, 3600) / 60.
            COMPUTE DUR-SS = FUNCTION MOD(SEC-IN, 60).
            MOVE SPACES TO DUR-TXT.
            STRING DUR-HH ":" DUR-MM ":" DUR-SS
                   DELIMITED BY SIZE
                INTO DUR-TXT
            END-STRING.

      * 絕對秒數 -> YYYYMMDD HH:MM
        8200-ABSFMT.
            COMPUTE ABS-DAY = ABS-IN / 86400.
            COMPUTE ABS-REM = ABS-IN - ABS-DAY * 86400.
            COMPUTE DATE-NUM = FUNCTION DATE-OF-INTEGER(ABS-DAY).
            COMPUTE ABS-HH = ABS-REM / 3600.
            COMPUTE ABS-MM = FUNCTION MOD(ABS-REM, 3600) / 60.
            MOVE SPACES TO ABS-TXT.
            STRING DATE-NUM " " ABS-HH ":" ABS-MM
                   DELIMITED BY SIZE
                INTO ABS-TXT
            END-STRING.

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
            MOVE "MWBATWIN" TO AUDIT-PGM.

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

      *-----------------------------------------------------------
      * 路由告警發送後記一筆 ALERT 操作軌跡(QUE>指令前段)
      *-----------------------------------------------------------
        1975-ALERTAUDIT.
            MOVE SPACES TO FIRE-TOKEN.
            UNSTRING FIRE-CMD DELIMITED BY ALL SPACE
                INTO FIRE-TOKEN
            END-UNSTRING.
            MOVE "ALERT" TO AUDIT-ACTION.
            MOVE SPACES TO AUDIT-QUE.
            STRING FUNCTION TRIM(ALRT-QUE-KEY) DELIMITED BY SIZE
                   ">" DELIMITED BY SIZE
                   FUNCTION TRIM(FIRE-TOKEN) DELIMITED BY SIZE
                INTO AUDIT-QUE
            END-STRING.
            MOVE 0 TO AUDIT-CNT.
            PERFORM 1950-AUDLOG.

        COPY "ALRTPD.DEF".

        COPY "MNTPD.DEF".

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
            MOVE "MWBATWIN"      TO INCLOG-PGM.
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
      * 必要參數   : -c ctl_file
      * 選擇性參數 : -j jnl_file , -dl HHMM , -start HHMM , -n runs ,
      *              -recent k , -tol pct , -minsec sec ,
      *              -margin min , -avg , -alert cmd , -noalert ,
      *              -o report_file
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                    INTO PARAM
                    POINTER STRING-PTR
                    ON OVERFLOW
                        IF STRING-PTR > PARAM-LIST-SIZE THEN
                            MOVE "Y" TO PARAM-FLAG
                            EVALUATE PARAM-PREV
                                WHEN SPACES
                                    CONTINUE
                                WHEN OTHER
                                    PERFORM 2600-PARAMVAL
                            END-EVALUATE
                        ELSE
                            PERFORM 2500-SETPARAM
                        END-IF
                END-UNSTRING
            END-PERFORM.

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"        MOVE "Y" TO QUIET-SW
                WHEN "--batch"   MOVE "Y" TO QUIET-SW
                WHEN "-avg"      MOVE "Y" TO USEAVG-SW
                WHEN "-noalert"  MOVE "Y" TO NOALERT-SW
                WHEN "-c"        MOVE PARAM TO PARAM-PREV
                WHEN "-j"        MOVE PARAM TO PARAM-PREV
                WHEN "-dl"       MOVE PARAM TO PARAM-PREV
                WHEN "-start"    MOVE PARAM TO PARAM-PREV
                WHEN "-n"        MOVE PARAM TO PARAM-PREV
                WHEN "-recent"   MOVE PARAM TO PARAM-PREV
                WHEN "-tol"      MOVE PARAM TO PARAM-PREV
                WHEN "-minsec"   MOVE PARAM TO PARAM-PREV
                WHEN "-margin"   MOVE PARAM TO PARAM-PREV
                WHEN "-alert"    MOVE PARAM TO PARAM-PREV
                WHEN "-o"        MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    PERFORM 2600-PARAMVAL
                    MOVE SPACES TO PARAM-PREV
            END-EVALUATE.

        2600-PARAMVAL.
            EVALUATE PARAM-PREV
                WHEN "-c"
                    MOVE PARAM TO CTL-FILE-NAME
                WHEN "-j"
                    MOVE PARAM TO JNL-FILE-NAME
                WHEN "-dl"
                    MOVE PARAM(1:4) TO DL-HHMM
                WHEN "-start"
                    MOVE PARAM(1:4) TO START-HHMM
                WHEN "-n"
                    COMPUTE HIST-MAX = FUNCTION NUMVAL(PARAM)
                WHEN "-recent"
                    COMPUTE RECENT-K = FUNCTION NUMVAL(PARAM)
                WHEN "-tol"
                    COMPUTE TOL-PCT = FUNCTION NUMVAL(PARAM)
                WHEN "-minsec"
                    COMPUTE MIN-SEC = FUNCTION NUMVAL(PARAM)
                WHEN "-margin"
                    COMPUTE MARGIN-MIN = FUNCTION NUMVAL(PARAM)
                WHEN "-alert"
                    MOVE PARAM TO ALERT-CMD
                WHEN "-o"
                    MOVE PARAM TO RPT-FILE-NAME
                WHEN OTHER
                    GO TO 3000-PERR
            END-EVALUATE.

        3000-PERR.
            DISPLAY "INVALID PARAMETER".
            DISPLAY " ".

            DISPLAY "MWBATWIN - Batch Window Trend / Critical Path".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWBATWIN -c ctl_file [options]".
            DISPLAY " ".
            DISPLAY "  ctl_file : MWSCHED Control File (DEPENDS Graph)".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  [-j jnl_file]      MWSCHED Journal".
            DISPLAY "                     (Default MWSCHEDJNL)".
            DISPLAY "  [-dl HHMM]         Deadline(Default 0600)".
            DISPLAY "  [-start HHMM]      Next Run Start".
            DISPLAY "                     (Default Last Run Start)".
            DISPLAY "  [-n runs]          History Runs(Default 30)".
            DISPLAY "  [-recent k]        Recent Runs For Drift".
            DISPLAY "                     (Default 3)".
            DISPLAY "  [-tol pct]         Drift Limit %(Default 25)".
            DISPLAY "  [-minsec sec]      Minimum Drift Secs".
            DISPLAY "                     (Default 60)".
            DISPLAY "  [-margin min]      At-Risk Margin(Default 15)".
            DISPLAY "  [-avg]             Estimate By Average, Not P90".
            DISPLAY "  [-alert alert_cmd] Used When MWALERTR Has".
            DISPLAY "                     No Route For (BATCH)".
            DISPLAY "  [-noalert]         Report Only, Send No Alert".
            DISPLAY "  [-o report_file]   Report(Default MWBATWINOUT)".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWBATWIN.
