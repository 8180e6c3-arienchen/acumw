      * MWDASH.CBL
      * 跨 POSIX/SYS/V 佇列狀態儀表板
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. 讀取 -l list_file，每行格式為 TYPE,QUE_NAME(TYPE 為 POSIX
      *     成立即以 CALL "SYSTEM" 執行補救指令並記 REMED 操作
      *     軌跡；冷卻與上限硬性生效，要自癒不要失控腳本(探測
      *     逾時類條件由 MWPROBE 告警鏈路承接，不在本迴圈)
      * 2026-10-15 ARIEN
      *     告警與自動補救先查維護停告行事曆(MWMAINT)：QUE 在維護
      *     窗口內不呼叫值班、不執行補救，改記停告紀錄(MWMAINTSUP)
      *     與嚴重度 M 事件；-state 時窗口內首次超限記為 MAINT
      *     狀態，窗口結束仍超限即立刻告警，窗口內回落則靜默歸零
      *     ；8300-REMEDFIRE 改 PERFORM THRU 8300-EXIT(冷卻/上限
      *     GO TO 原本會落入下一段)
      * 2026-10-15 ARIEN
      *     登錄簿 UPDATE 紀錄(MWREGUPD 屬性維護)亦更新 PROD 旗標，-prod
      *     篩選依最新值
      * 2026-10-15 ARIEN
      *     -metrics 快照每 QUE 另出 .stuck(本輪停滯消費者判定)與 .owner
      *     (QUE 主檔責任團隊)，供多主機彙總看板(MWGDASH)
      *
      */
        IDENTIFICATION DIVISION.
            COPY "SVCSL.DEF".
            COPY "REGSL.DEF".
            COPY "REGMSL.DEF".
            COPY "MNTSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        COPY "SVCFD.DEF".
        COPY "REGFD.DEF".
        COPY "REGMFD.DEF".
        COPY "MNTFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "ALRTWS.DEF".
        COPY "CONFWS.DEF".
        COPY "MNTWS.DEF".

        77  AUDIT-FILE-STAT     PIC XX.
        77  FIRE-CMD            PIC X(200) VALUE SPACES.
        77  MET-QUE-CNT         SIGNED-INT VALUE 0.
        77  MET-VAL-DISP        PIC -(9)9.
        77  MET-STAMP           PIC X(14).
      * 本 QUE 本輪是否判定停滯(快照 .stuck 欄)
        77  MET-STUCK-SW        PIC X VALUE SPACE.
            88 MET-STUCK        VALUE 'Y'.
        77  MET-MV-CMD          PIC X(540) VALUE SPACES.

      * -full 全螢幕看板模式
                IF REG-ACTION = "CREATE"
                    MOVE REG-PROD-FLAG TO T-PROD(TAB-HIT)
                END-IF
      * 屬性維護(MWREGUPD)改過的 PROD 旗標以最後一筆為準
                IF REG-ACTION = "UPDATE"
                    MOVE REG-PROD-FLAG TO T-PROD(TAB-HIT)
                END-IF
            END-IF.

      *-----------------------------------------------------------
      *-----------------------------------------------------------
        5450-DASHSTS.
            MOVE IPCERR_OK TO RET-CODE.
            MOVE SPACE TO MET-STUCK-SW.

            EVALUATE FUNCTION TRIM(DASH-TYPE)
                WHEN "POSIX"
            END-STRING.
            WRITE MET-REC.

      * 停滯消費者狀態(-stale 未開時恆為 0)
            IF MET-STUCK
                MOVE 1 TO MET-VAL-DISP
            ELSE
                MOVE 0 TO MET-VAL-DISP
            END-IF.
            MOVE SPACES TO MET-REC.
            STRING "que." DELIMITED BY SIZE
                   FUNCTION TRIM(QUE-NAME) DELIMITED BY SIZE
                   ".stuck " DELIMITED BY SIZE
                   FUNCTION TRIM(MET-VAL-DISP) DELIMITED BY SIZE
                INTO MET-REC
            END-STRING.
            WRITE MET-REC.

      * 責任團隊(QUE 主檔 REGM-OWNER)，供跨主機依團隊彙總
            MOVE QUE-NAME TO ALRT-QUE-KEY.
            MOVE DASH-TYPE(1:5) TO ALRT-TYPE-KEY.
            PERFORM 1985-OWNERGET THRU 1985-EXIT.
            IF ALRT-OWNER NOT = SPACES
                MOVE SPACES TO MET-REC
                STRING "que." DELIMITED BY SIZE
                       FUNCTION TRIM(QUE-NAME) DELIMITED BY SIZE
                       ".owner " DELIMITED BY SIZE
                       FUNCTION TRIM(ALRT-OWNER) DELIMITED BY SIZE
                    INTO MET-REC
                END-STRING
                WRITE MET-REC
            END-IF.

      *-----------------------------------------------------------
      * -metrics：補上 QUE 數後關檔，mv 原子替換正式檔，監控代理
      * 永遠讀到完整內容
                            ADD 1 TO RS-CONSEC(RS-HIT)
                            IF RS-CONSEC(RS-HIT)
                               >= RM-CYCLES(REMED-IDX)
                                PERFORM 8300-REMEDFIRE THRU 8300-EXIT
                                MOVE 0 TO RS-CONSEC(RS-HIT)
                            END-IF
                        ELSE
                          (1:RM-PATLEN(REMED-IDX)))
                    PERFORM 8150-RSFIND
                    IF RS-HIT > 0
                        PERFORM 8300-REMEDFIRE THRU 8300-EXIT
                    END-IF
                END-IF
            END-PERFORM.
      * 操作軌跡
      *-----------------------------------------------------------
        8300-REMEDFIRE.
      * 維護窗口內不動作(不計冷卻/上限)，記停告紀錄與 M 事件
            PERFORM 5895-MAINTNOW.
            IF MNT-ACTIVE
                MOVE "MWDASH" TO MNT-PGM
                MOVE "REMED" TO MNT-SEV
                MOVE SPACES TO MNT-DETAIL
                STRING "SKIPPED " DELIMITED BY SIZE
                       FUNCTION TRIM(RM-CMD(REMED-IDX))
                       DELIMITED BY SIZE
                    INTO MNT-DETAIL
                END-STRING
                PERFORM 1996-MAINTSUP
                PERFORM 1998-MAINTINC
                GO TO 8300-EXIT
            END-IF.

            CALL 'MW$UTILS' USING
                BY VALUE     TICKS_USEC
                BY REFERENCE REMED-NOW.
      * 停滯告警：alert_cmd que age_min STUCK
      *-----------------------------------------------------------
        5870-STUCKALERT.
      * 停滯成立，監控快照記 .stuck 1
            MOVE "Y" TO MET-STUCK-SW.

      * -remed STALE 條件：停滯即評估補救
            IF REMED-ON
                PERFORM 8200-REMEDSTALE
            IF ALRT-CMD-OUT NOT = SPACES
                MOVE ALRT-CMD-OUT TO FIRE-CMD
            END-IF.
            MOVE SPACES TO MNT-DETAIL.
            STRING "IDLE " DELIMITED BY SIZE
                   STALE-DISP DELIMITED BY SIZE
                   " MIN" DELIMITED BY SIZE
                INTO MNT-DETAIL
            END-STRING.
            PERFORM 5890-MAINTGATE.

            IF FIRE-CMD NOT = SPACES
                MOVE SPACES TO ALERT-CMD-LINE
            IF USE-PCT >= WARN-PCT
                ADD 1 TO A-BREACH(AST-HIT)
                EVALUATE TRUE
      * 維護窗口內首次超限者窗口一結束仍超限即立刻告警
                    WHEN A-STATE(AST-HIT) = "MAINT"
                        PERFORM 5895-MAINTNOW
                        IF MNT-ACTIVE
                            DISPLAY "(IN MAINTENANCE, BREACH "
                                    A-BREACH(AST-HIT) ") "
                                    QUE-NAME(1:32)
                        ELSE
                            MOVE "ALERT" TO A-STATE(AST-HIT)
                            MOVE 1 TO A-BREACH(AST-HIT)
                            MOVE "ALERT" TO ALERT-KIND
                            DISPLAY "*** WARNING: " QUE-NAME(1:32)
                                    " AT " USE-PCT "% AFTER"
                                    " MAINTENANCE WINDOW ***"
                            PERFORM 5850-ALERT
                            IF MNT-ACTIVE
                                MOVE "MAINT" TO A-STATE(AST-HIT)
                            END-IF
                        END-IF
                    WHEN A-STATE(AST-HIT) NOT = "ALERT"
                        MOVE "ALERT" TO A-STATE(AST-HIT)
                        MOVE 1 TO A-BREACH(AST-HIT)
                        DISPLAY "*** WARNING: " QUE-NAME(1:32)
                                " AT " USE-PCT "% OF CAPACITY ***"
                        PERFORM 5850-ALERT
                        IF MNT-ACTIVE
                            MOVE "MAINT" TO A-STATE(AST-HIT)
                        END-IF
                    WHEN ESC-N > 0
                    AND A-BREACH(AST-HIT) = ESC-N
                        MOVE "ESCALATE" TO ALERT-KIND
                            " BACK TO " USE-PCT "% ***"
                    PERFORM 5850-ALERT
                END-IF
      * 維護窗口內超限又回落：從未呼叫值班，靜默歸零
                IF A-STATE(AST-HIT) = "MAINT"
                    MOVE "NORMAL" TO A-STATE(AST-HIT)
                    MOVE 0 TO A-BREACH(AST-HIT)
                    DISPLAY "(RECOVERED IN MAINTENANCE) "
                            QUE-NAME(1:32)
                    PERFORM 5895-MAINTNOW
                    IF MNT-ACTIVE
                        MOVE "MWDASH" TO MNT-PGM
                        MOVE "RECOVERY" TO MNT-SEV
                        MOVE USE-PCT TO USE-PCT-DISP
                        MOVE SPACES TO MNT-DETAIL
                        STRING "BACK TO " DELIMITED BY SIZE
                               USE-PCT-DISP DELIMITED BY SIZE
                               "%" DELIMITED BY SIZE
                            INTO MNT-DETAIL
                        END-STRING
                        PERFORM 1996-MAINTSUP
                    END-IF
                END-IF
            END-IF.

        5820-EXIT.
            IF ALRT-CMD-OUT NOT = SPACES
                MOVE ALRT-CMD-OUT TO FIRE-CMD
            END-IF.
            MOVE USE-PCT TO USE-PCT-DISP.
            MOVE SPACES TO MNT-DETAIL.
            STRING "AT " DELIMITED BY SIZE
                   USE-PCT-DISP DELIMITED BY SIZE
                   "% OF CAPACITY" DELIMITED BY SIZE
                INTO MNT-DETAIL
            END-STRING.
            PERFORM 5890-MAINTGATE.

            IF FIRE-CMD NOT = SPACES
                MOVE USE-PCT TO USE-PCT-DISP
                MOVE MWRC-OK TO RETURN-CODE
            END-IF.

      *-----------------------------------------------------------
      * 維護窗口關卡：已路由的告警(ALRT-QUE-KEY/ALRT-OWNER/
      * ALRT-SEV 已設)落在窗口內即清空 FIRE-CMD 不呼叫值班，改記
      * 停告紀錄與 M 事件；MNT-DETAIL 由呼叫端先設
      *-----------------------------------------------------------
        5890-MAINTGATE.
            MOVE ALRT-QUE-KEY TO MNT-QUE-KEY.
            MOVE ALRT-OWNER TO MNT-OWNER.
            PERFORM 1990-MAINTCHK THRU 1990-EXIT.
            IF MNT-ACTIVE
                MOVE "MWDASH" TO MNT-PGM
                MOVE ALRT-SEV TO MNT-SEV
                PERFORM 1996-MAINTSUP
                PERFORM 1998-MAINTINC
                MOVE SPACES TO FIRE-CMD
            END-IF.

      * 目前 QUE-NAME 是否在維護窗口內(補救與 MAINT 狀態複查用)
        5895-MAINTNOW.
            MOVE QUE-NAME TO ALRT-QUE-KEY.
            MOVE DASH-TYPE(1:5) TO ALRT-TYPE-KEY.
            PERFORM 1985-OWNERGET THRU 1985-EXIT.
            MOVE ALRT-QUE-KEY TO MNT-QUE-KEY.
            MOVE ALRT-OWNER TO MNT-OWNER.
            PERFORM 1990-MAINTCHK THRU 1990-EXIT.

      *-----------------------------------------------------------
      * -i interval_sec 時依 -cycles 上限或持續重新整理
      *-----------------------------------------------------------

        COPY "ALRTPD.DEF".

        COPY "MNTPD.DEF".

        COPY "SVCPD.DEF".

        1000-ERR.
