*>勤怠例外の点検 勤務時間の月次計算(APPLICATION_101_HOURS_CALC)の前に、
*>対象月(HoursParm.txtの1行目、無ければ業務日付の月)の勤務表(Timesheets.txt)を
*>勤務予定マスタ(ShiftSchedule.txt)と突き合わせ、次の例外を一覧にする
*>  MISSING  勤務予定があるのに勤務表が無い日(業務日付までの予定日だけ見る)
*>  UNSCHED  勤務予定の無い日の勤務表
*>  OVERTIME 承認の無い残業(勤務予定の承認残業時間を超える残業時間)
*>  DUPENTRY 同じ従業員・日付・区分の勤務表が2行以上(有給半日と勤務半日は別区分)
*>上長が勤怠例外の解除(APPLICATION_152_ATTEND_CLEAR)で解除した例外は
*>CLEAREDとして載せ、未解除の例外だけを未解除例外ファイル(AttendanceOpen.txt)へ出す
*>結果は勤怠例外一覧(AttendanceExceptions.txt)に印字し、スプール台帳へ登録する
*>未解除の例外が1件でもあればRCを16にして給与チェーンを止める(APPLICATION_101も
*>AttendanceOpen.txtに対象月の行が残っていれば計算しない)
*>給与チェーンではAPPLICATION_101の直前のステップとして流すこと
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_151_ATTEND_EXCEPT.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT SHIFT_SCHEDULE_FILE
            ASSIGN TO "ShiftSchedule.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SHIFT_SCHEDULE_STATUS.
        SELECT TIMESHEET_FILE
            ASSIGN TO "Timesheets.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TIMESHEET_STATUS.
        SELECT ATTEND_CLEAR_FILE
            ASSIGN TO "AttendanceClear.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ATTEND_CLEAR_STATUS.
        SELECT ATTEND_OPEN_FILE
            ASSIGN TO "AttendanceOpen.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ATTEND_OPEN_STATUS.
        SELECT EMPLOYEE_MASTER_FILE
            ASSIGN TO "EmployeeMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EMPLOYEE_MASTER_STATUS.
        SELECT HOURS_PARM_FILE
            ASSIGN TO "HoursParm.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS HOURS_PARM_STATUS.
        SELECT PRINT_FILE ASSIGN TO "AttendanceExceptions.txt"
            FILE STATUS IS PRINT_STATUS.
DATA DIVISION.
    FILE SECTION.
*>勤務予定マスタ(時間は0.1時間単位の3桁。APPLICATION_150_SHIFT_SCHEDULEで保守)
        FD SHIFT_SCHEDULE_FILE.
        01 SHIFT_SCHEDULE_RECORD.
            05 SS_EMPLOYEE PIC X(05).
            05 FILLER PIC X(01).
            05 SS_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 SS_SHIFT PIC X(03).
            05 FILLER PIC X(01).
            05 SS_START PIC 9(04).
            05 FILLER PIC X(01).
            05 SS_END PIC 9(04).
            05 FILLER PIC X(01).
            05 SS_HOURS PIC 9(02)V9(01).
            05 FILLER PIC X(01).
            05 SS_OT_APPROVED PIC 9(02)V9(01).
            05 FILLER PIC X(01).
            05 SS_OT_APPROVER PIC X(05).
*>勤務表(APPLICATION_100_TIMESHEETと同じ形)
        FD TIMESHEET_FILE.
        01 TIMESHEET_RECORD.
            05 TS_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 TS_EMPLOYEE PIC X(05).
            05 FILLER PIC X(01).
            05 TS_REG_HOURS PIC 9(02)V9(01).
            05 FILLER PIC X(01).
            05 TS_OT_HOURS PIC 9(02)V9(01).
            05 FILLER PIC X(01).
            05 TS_TYPE PIC X(01).
*>勤怠例外の解除記録(APPLICATION_152_ATTEND_CLEARが追記する)
        FD ATTEND_CLEAR_FILE.
        01 ATTEND_CLEAR_RECORD.
            05 CLR_EMPLOYEE PIC X(05).
            05 FILLER PIC X(01).
            05 CLR_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 CLR_TYPE PIC X(08).
            05 FILLER PIC X(01).
            05 CLR_HOURS PIC 9(02)V9(01).
            05 FILLER PIC X(01).
            05 CLR_SUPERVISOR PIC X(05).
            05 FILLER PIC X(01).
            05 CLR_CLEAR_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 CLR_CLEAR_TIME PIC 9(08).
            05 FILLER PIC X(01).
            05 CLR_REASON PIC X(20).
*>未解除例外ファイル(毎回作り直す。APPLICATION_152が読み、解除した行を除いて書き戻す)
        FD ATTEND_OPEN_FILE.
        01 ATTEND_OPEN_RECORD.
            05 AOP_EMPLOYEE PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 AOP_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 AOP_TYPE PIC X(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 AOP_SCHED_HOURS PIC 9(02)V9(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 AOP_REG_HOURS PIC 9(02)V9(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 AOP_OT_HOURS PIC 9(02)V9(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 AOP_OT_APPROVED PIC 9(02)V9(01).
        FD EMPLOYEE_MASTER_FILE.
        01 EMPLOYEE_MASTER_RECORD.
            05 EM_CODE PIC X(05).
            05 EM_BELONGS PIC X(03).
            05 EM_NAME PIC X(10).
            05 EM_FURIGANA PIC X(20).
            05 EM_STATUS PIC X(01).
        FD HOURS_PARM_FILE.
        01 HOURS_PARM_RECORD.
            05 HOURS_PARM_VALUE PIC X(06).
        FD PRINT_FILE.
        01 PRINT_RECORD PIC X(80).
    WORKING-STORAGE SECTION.
        01 SHIFT_SCHEDULE_STATUS PIC XX.
        01 TIMESHEET_STATUS PIC XX.
        01 ATTEND_CLEAR_STATUS PIC XX.
        01 ATTEND_OPEN_STATUS PIC XX.
        01 EMPLOYEE_MASTER_STATUS PIC XX.
        01 HOURS_PARM_STATUS PIC XX.
        01 PRINT_STATUS PIC XX.
        01 WK_TODAY PIC 9(08).
        01 WK_PERIOD PIC 9(06).
        01 WK_OVERFLOW_SW PIC X(01) VALUE "N".
*>勤務予定テーブル(対象月分。勤務表と突き合わせた日に印を付ける)
        01 SCH_TBL_MASTER.
            05 SCH_TBL_SIZE PIC 9(04) VALUE ZERO.
            05 SCH_TBL OCCURS 0 TO 9999
                DEPENDING ON SCH_TBL_SIZE
                INDEXED BY SCH_IDX.
                10 SCT_EMPLOYEE PIC X(05).
                10 SCT_DATE PIC 9(08).
                10 SCT_HOURS PIC 9(02)V9(01).
                10 SCT_OT_APPROVED PIC 9(02)V9(01).
                10 SCT_MATCHED_SW PIC X(01).
*>勤務表テーブル(対象月分)
        01 TSH_TBL_MASTER.
            05 TSH_TBL_SIZE PIC 9(04) VALUE ZERO.
            05 TSH_TBL OCCURS 0 TO 9999
                DEPENDING ON TSH_TBL_SIZE
                INDEXED BY TSH_IDX TSH_IDX2.
                10 TST_EMPLOYEE PIC X(05).
                10 TST_DATE PIC 9(08).
                10 TST_REG PIC 9(02)V9(01).
                10 TST_OT PIC 9(02)V9(01).
                10 TST_TYPE PIC X(01).
*>解除記録テーブル(従業員・日付・例外区分で引く)
        01 CLR_TBL_MASTER.
            05 CLR_TBL_SIZE PIC 9(04) VALUE ZERO.
            05 CLR_TBL OCCURS 0 TO 9999
                DEPENDING ON CLR_TBL_SIZE
                INDEXED BY CLR_IDX.
                10 CLT_EMPLOYEE PIC X(05).
                10 CLT_DATE PIC 9(08).
                10 CLT_TYPE PIC X(08).
                10 CLT_HOURS PIC 9(02)V9(01).
*>従業員マスタテーブル(氏名の解決)
        01 EMP_TBL_MASTER.
            05 EMP_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 EMP_TBL OCCURS 0 TO 200
                DEPENDING ON EMP_TBL_SIZE
                INDEXED BY EMP_IDX.
                10 ETB_CODE PIC X(05).
                10 ETB_NAME PIC X(10).
*>例外1件分(例外の書き出しの前に呼び出し側で設定する)
        01 WK_EXC_AREA.
            05 WK_EXC_EMPLOYEE PIC X(05).
            05 WK_EXC_DATE PIC 9(08).
            05 WK_EXC_TYPE PIC X(08).
            05 WK_EXC_SCHED PIC 9(02)V9(01).
            05 WK_EXC_REG PIC 9(02)V9(01).
            05 WK_EXC_OT PIC 9(02)V9(01).
            05 WK_EXC_APPROVED PIC 9(02)V9(01).
        01 WK_CLEARED_SW PIC X(01).
        01 WK_SCHED_SW PIC X(01).
*>件数集計
        01 WK_MISSING_CNT PIC 9(05) VALUE ZERO.
        01 WK_UNSCHED_CNT PIC 9(05) VALUE ZERO.
        01 WK_OVERTIME_CNT PIC 9(05) VALUE ZERO.
        01 WK_DUP_CNT PIC 9(05) VALUE ZERO.
        01 WK_CLEARED_CNT PIC 9(05) VALUE ZERO.
        01 WK_OPEN_CNT PIC 9(05) VALUE ZERO.
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "AttendanceExceptions.txt".
*>帳票行(見出し/項目名/明細/合計)
        01 ATX_TITLE_LINE.
            05 PIC X(32) VALUE "*** ATTENDANCE EXCEPTIONS ***".
            05 PIC X(08) VALUE "PERIOD: ".
            05 ATX_PERIOD PIC 9(06).
            05 PIC X(13) VALUE "   RUN DATE: ".
            05 ATX_TODAY PIC 9(08).
            05 PIC X(13) VALUE SPACE.
        01 ATX_COLUMN_LINE.
            05 PIC X(40) VALUE
                "EMP   NAME       DATE     EXCEPTN  SCHED".
            05 PIC X(40) VALUE
                "   REG    OT  APPR STATUS".
        01 ATX_DETAIL_LINE.
            05 ATX_EMPLOYEE PIC X(05).
            05 PIC X(01) VALUE SPACE.
            05 ATX_NAME PIC X(10).
            05 PIC X(01) VALUE SPACE.
            05 ATX_DATE PIC 9(08).
            05 PIC X(01) VALUE SPACE.
            05 ATX_TYPE PIC X(08).
            05 PIC X(01) VALUE SPACE.
            05 ATX_SCHED PIC ZZ9.9.
            05 PIC X(01) VALUE SPACE.
            05 ATX_REG PIC ZZ9.9.
            05 PIC X(01) VALUE SPACE.
            05 ATX_OT PIC ZZ9.9.
            05 PIC X(01) VALUE SPACE.
            05 ATX_APPROVED PIC ZZ9.9.
            05 PIC X(01) VALUE SPACE.
            05 ATX_STATUS PIC X(07).
            05 PIC X(14) VALUE SPACE.
        01 ATX_NONE_LINE.
            05 PIC X(80) VALUE "  NO ATTENDANCE EXCEPTIONS".
        01 ATX_TOTAL_LINE.
            05 PIC X(09) VALUE "MISSING: ".
            05 ATX_MISSING_CNT PIC ZZZZ9.
            05 PIC X(11) VALUE "  UNSCHED: ".
            05 ATX_UNSCHED_CNT PIC ZZZZ9.
            05 PIC X(12) VALUE "  OVERTIME: ".
            05 ATX_OVERTIME_CNT PIC ZZZZ9.
            05 PIC X(12) VALUE "  DUPENTRY: ".
            05 ATX_DUP_CNT PIC ZZZZ9.
            05 PIC X(16) VALUE SPACE.
        01 ATX_OPEN_LINE.
            05 PIC X(09) VALUE "CLEARED: ".
            05 ATX_CLEARED_CNT PIC ZZZZ9.
            05 PIC X(08) VALUE "  OPEN: ".
            05 ATX_OPEN_CNT PIC ZZZZ9.
            05 PIC X(02) VALUE SPACE.
            05 ATX_OPEN_NOTE PIC X(40).
            05 PIC X(11) VALUE SPACE.
PROCEDURE DIVISION.
    ATTEND_EXCEPT_RTN SECTION.
    *>初期処理(対象月の決定、勤務予定・勤務表・解除記録・従業員の読み込み)
        CALL "BUSINESS_DATE" USING WK_TODAY.
        MOVE WK_TODAY(1:6) TO WK_PERIOD.
        PERFORM PARM_RTN.
        PERFORM LOAD_SCHEDULE_RTN.
        IF SHIFT_SCHEDULE_STATUS = "35"
            THEN
                DISPLAY "SHIFT SCHEDULE MASTER NOT FOUND."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        PERFORM LOAD_TIMESHEET_RTN.
        PERFORM LOAD_CLEAR_RTN.
        IF WK_OVERFLOW_SW = "Y"
            THEN
                DISPLAY "ATTENDANCE TABLES FULL. CHECK NOT COMPLETED."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        PERFORM LOAD_EMP_RTN.
        OPEN OUTPUT ATTEND_OPEN_FILE.
        OPEN OUTPUT PRINT_FILE.
        MOVE WK_PERIOD TO ATX_PERIOD.
        MOVE WK_TODAY TO ATX_TODAY.
        WRITE PRINT_RECORD FROM ATX_TITLE_LINE AFTER PAGE.
        WRITE PRINT_RECORD FROM ATX_COLUMN_LINE AFTER 2 LINE.
    *>主処理(勤務表1行ずつ予定と突き合わせ、残りの予定日を勤務表なしとして挙げる)
        PERFORM CHECK_TIMESHEET_RTN
            VARYING TSH_IDX FROM 1 BY 1
            UNTIL TSH_IDX > TSH_TBL_SIZE.
        PERFORM CHECK_SCHEDULE_RTN
            VARYING SCH_IDX FROM 1 BY 1
            UNTIL SCH_IDX > SCH_TBL_SIZE.
    *>終了処理(合計行、スプール台帳への登録、未解除があれば給与チェーンを止める)
        IF WK_MISSING_CNT + WK_UNSCHED_CNT + WK_OVERTIME_CNT
                + WK_DUP_CNT = ZERO
            THEN
                WRITE PRINT_RECORD FROM ATX_NONE_LINE AFTER 1 LINE
        END-IF.
        MOVE WK_MISSING_CNT TO ATX_MISSING_CNT.
        MOVE WK_UNSCHED_CNT TO ATX_UNSCHED_CNT.
        MOVE WK_OVERTIME_CNT TO ATX_OVERTIME_CNT.
        MOVE WK_DUP_CNT TO ATX_DUP_CNT.
        WRITE PRINT_RECORD FROM ATX_TOTAL_LINE AFTER 2 LINE.
        MOVE WK_CLEARED_CNT TO ATX_CLEARED_CNT.
        MOVE WK_OPEN_CNT TO ATX_OPEN_CNT.
        IF WK_OPEN_CNT > ZERO
            THEN
                MOVE "** PAYROLL HELD UNTIL CLEARED **"
                    TO ATX_OPEN_NOTE
            ELSE
                MOVE SPACE TO ATX_OPEN_NOTE
        END-IF.
        WRITE PRINT_RECORD FROM ATX_OPEN_LINE AFTER 1 LINE.
        CLOSE PRINT_FILE ATTEND_OPEN_FILE.
        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME.
        DISPLAY "ATTENDANCE CHECK END FOR " WK_PERIOD
            ". CLEARED:" WK_CLEARED_CNT " OPEN:" WK_OPEN_CNT.
        IF WK_OPEN_CNT > ZERO
            THEN
                DISPLAY "ATTENDANCE EXCEPTIONS OPEN. PAYROLL HELD."
                MOVE 16 TO RETURN-CODE
        END-IF.
        STOP RUN.
    ATTEND_EXCEPT_EXIT.
    *>1.勤務表1行の点検(二重入力、予定の有無、承認の無い残業)
    CHECK_TIMESHEET_RTN SECTION.
        MOVE SPACE TO WK_EXC_AREA.
        MOVE TST_EMPLOYEE(TSH_IDX) TO WK_EXC_EMPLOYEE.
        MOVE TST_DATE(TSH_IDX) TO WK_EXC_DATE.
        MOVE TST_REG(TSH_IDX) TO WK_EXC_REG.
        MOVE TST_OT(TSH_IDX) TO WK_EXC_OT.
        MOVE ZERO TO WK_EXC_SCHED WK_EXC_APPROVED.
    *>予定の有無(突き合わせた予定日に印を付ける)
        MOVE "N" TO WK_SCHED_SW.
        SET SCH_IDX TO 1.
        SEARCH SCH_TBL
            AT END
                CONTINUE
            WHEN SCT_EMPLOYEE(SCH_IDX) = TST_EMPLOYEE(TSH_IDX)
                    AND SCT_DATE(SCH_IDX) = TST_DATE(TSH_IDX)
                MOVE "Y" TO WK_SCHED_SW
                MOVE "Y" TO SCT_MATCHED_SW(SCH_IDX)
                MOVE SCT_HOURS(SCH_IDX) TO WK_EXC_SCHED
                MOVE SCT_OT_APPROVED(SCH_IDX) TO WK_EXC_APPROVED
        END-SEARCH.
    *>同じ従業員・日付・区分の行が先にあれば、この行は二重入力
        SET TSH_IDX2 TO 1.
        SEARCH TSH_TBL VARYING TSH_IDX2
            AT END
                CONTINUE
            WHEN TST_EMPLOYEE(TSH_IDX2) = TST_EMPLOYEE(TSH_IDX)
                    AND TST_DATE(TSH_IDX2) = TST_DATE(TSH_IDX)
                    AND TST_TYPE(TSH_IDX2) = TST_TYPE(TSH_IDX)
                IF TSH_IDX2 < TSH_IDX
                    THEN
                        MOVE "DUPENTRY" TO WK_EXC_TYPE
                        ADD 1 TO WK_DUP_CNT
                        PERFORM WRITE_EXCEPTION_RTN
                END-IF
        END-SEARCH.
        IF WK_SCHED_SW = "N"
            THEN
                MOVE "UNSCHED" TO WK_EXC_TYPE
                ADD 1 TO WK_UNSCHED_CNT
                PERFORM WRITE_EXCEPTION_RTN
        END-IF.
        IF TST_OT(TSH_IDX) > WK_EXC_APPROVED
            THEN
                MOVE "OVERTIME" TO WK_EXC_TYPE
                ADD 1 TO WK_OVERTIME_CNT
                PERFORM WRITE_EXCEPTION_RTN
        END-IF.
    CHECK_TIMESHEET_EXIT.
    *>2.勤務表の無い予定日(業務日付より後の予定日はまだ勤務していないので見ない)
    CHECK_SCHEDULE_RTN SECTION.
        IF SCT_MATCHED_SW(SCH_IDX) = "Y"
                OR SCT_DATE(SCH_IDX) > WK_TODAY
            THEN
                GO TO CHECK_SCHEDULE_EXIT
        END-IF.
        MOVE SPACE TO WK_EXC_AREA.
        MOVE SCT_EMPLOYEE(SCH_IDX) TO WK_EXC_EMPLOYEE.
        MOVE SCT_DATE(SCH_IDX) TO WK_EXC_DATE.
        MOVE SCT_HOURS(SCH_IDX) TO WK_EXC_SCHED.
        MOVE SCT_OT_APPROVED(SCH_IDX) TO WK_EXC_APPROVED.
        MOVE ZERO TO WK_EXC_REG WK_EXC_OT.
        MOVE "MISSING" TO WK_EXC_TYPE.
        ADD 1 TO WK_MISSING_CNT.
        PERFORM WRITE_EXCEPTION_RTN.
    CHECK_SCHEDULE_EXIT.
    *>3.例外1件の印字(解除済みか確かめ、未解除なら未解除例外ファイルへも出す)
    *>残業の解除は解除時に認めた残業時間まで有効(後で残業を増やせば再び例外になる)
    WRITE_EXCEPTION_RTN SECTION.
        MOVE "N" TO WK_CLEARED_SW.
        SET CLR_IDX TO 1.
        SEARCH CLR_TBL
            AT END
                CONTINUE
            WHEN CLT_EMPLOYEE(CLR_IDX) = WK_EXC_EMPLOYEE
                    AND CLT_DATE(CLR_IDX) = WK_EXC_DATE
                    AND CLT_TYPE(CLR_IDX) = WK_EXC_TYPE
                IF WK_EXC_TYPE NOT = "OVERTIME"
                        OR CLT_HOURS(CLR_IDX) NOT < WK_EXC_OT
                    THEN
                        MOVE "Y" TO WK_CLEARED_SW
                END-IF
        END-SEARCH.
        MOVE WK_EXC_EMPLOYEE TO ATX_EMPLOYEE.
        MOVE "*UNKNOWN*" TO ATX_NAME.
        SET EMP_IDX TO 1.
        SEARCH EMP_TBL
            AT END
                CONTINUE
            WHEN ETB_CODE(EMP_IDX) = WK_EXC_EMPLOYEE
                MOVE ETB_NAME(EMP_IDX) TO ATX_NAME
        END-SEARCH.
        MOVE WK_EXC_DATE TO ATX_DATE.
        MOVE WK_EXC_TYPE TO ATX_TYPE.
        MOVE WK_EXC_SCHED TO ATX_SCHED.
        MOVE WK_EXC_REG TO ATX_REG.
        MOVE WK_EXC_OT TO ATX_OT.
        MOVE WK_EXC_APPROVED TO ATX_APPROVED.
        IF WK_CLEARED_SW = "Y"
            THEN
                MOVE "CLEARED" TO ATX_STATUS
                ADD 1 TO WK_CLEARED_CNT
                WRITE PRINT_RECORD FROM ATX_DETAIL_LINE AFTER 1 LINE
                GO TO WRITE_EXCEPTION_EXIT
        END-IF.
        MOVE "OPEN" TO ATX_STATUS.
        ADD 1 TO WK_OPEN_CNT.
        WRITE PRINT_RECORD FROM ATX_DETAIL_LINE AFTER 1 LINE.
        MOVE SPACE TO ATTEND_OPEN_RECORD.
        MOVE WK_EXC_EMPLOYEE TO AOP_EMPLOYEE.
        MOVE WK_EXC_DATE TO AOP_DATE.
        MOVE WK_EXC_TYPE TO AOP_TYPE.
        MOVE WK_EXC_SCHED TO AOP_SCHED_HOURS.
        MOVE WK_EXC_REG TO AOP_REG_HOURS.
        MOVE WK_EXC_OT TO AOP_OT_HOURS.
        MOVE WK_EXC_APPROVED TO AOP_OT_APPROVED.
        WRITE ATTEND_OPEN_RECORD.
    WRITE_EXCEPTION_EXIT.
    *>4.勤務予定マスタの読み込み(対象月分)
    LOAD_SCHEDULE_RTN SECTION.
        OPEN INPUT SHIFT_SCHEDULE_FILE.
        IF SHIFT_SCHEDULE_STATUS NOT = "00"
            THEN
                GO TO LOAD_SCHEDULE_EXIT
        END-IF.
        PERFORM UNTIL SHIFT_SCHEDULE_STATUS NOT = "00"
            READ SHIFT_SCHEDULE_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF SS_DATE(1:6) = WK_PERIOD
                        THEN
                            IF SCH_TBL_SIZE < 9999
                                THEN
                                    ADD 1 TO SCH_TBL_SIZE
                                    SET SCH_IDX TO SCH_TBL_SIZE
                                    MOVE SS_EMPLOYEE
                                        TO SCT_EMPLOYEE(SCH_IDX)
                                    MOVE SS_DATE TO SCT_DATE(SCH_IDX)
                                    MOVE SS_HOURS TO SCT_HOURS(SCH_IDX)
                                    MOVE SS_OT_APPROVED
                                        TO SCT_OT_APPROVED(SCH_IDX)
                                    MOVE "N" TO SCT_MATCHED_SW(SCH_IDX)
                                ELSE
                                    MOVE "Y" TO WK_OVERFLOW_SW
                            END-IF
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE SHIFT_SCHEDULE_FILE.
        MOVE "00" TO SHIFT_SCHEDULE_STATUS.
    LOAD_SCHEDULE_EXIT.
    *>5.勤務表の読み込み(対象月分)
    LOAD_TIMESHEET_RTN SECTION.
        OPEN INPUT TIMESHEET_FILE.
        IF TIMESHEET_STATUS NOT = "00"
            THEN
                GO TO LOAD_TIMESHEET_EXIT
        END-IF.
        PERFORM UNTIL TIMESHEET_STATUS NOT = "00"
            READ TIMESHEET_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF TS_DATE(1:6) = WK_PERIOD
                        THEN
                            IF TSH_TBL_SIZE < 9999
                                THEN
                                    ADD 1 TO TSH_TBL_SIZE
                                    SET TSH_IDX TO TSH_TBL_SIZE
                                    MOVE TS_EMPLOYEE
                                        TO TST_EMPLOYEE(TSH_IDX)
                                    MOVE TS_DATE TO TST_DATE(TSH_IDX)
                                    MOVE TS_REG_HOURS
                                        TO TST_REG(TSH_IDX)
                                    MOVE TS_OT_HOURS TO TST_OT(TSH_IDX)
                                    MOVE TS_TYPE TO TST_TYPE(TSH_IDX)
                                ELSE
                                    MOVE "Y" TO WK_OVERFLOW_SW
                            END-IF
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE TIMESHEET_FILE.
    LOAD_TIMESHEET_EXIT.
    *>6.解除記録の読み込み(対象月分)
    LOAD_CLEAR_RTN SECTION.
        OPEN INPUT ATTEND_CLEAR_FILE.
        IF ATTEND_CLEAR_STATUS NOT = "00"
            THEN
                GO TO LOAD_CLEAR_EXIT
        END-IF.
        PERFORM UNTIL ATTEND_CLEAR_STATUS NOT = "00"
            READ ATTEND_CLEAR_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF CLR_DATE(1:6) = WK_PERIOD
                        THEN
                            IF CLR_TBL_SIZE < 9999
                                THEN
                                    ADD 1 TO CLR_TBL_SIZE
                                    SET CLR_IDX TO CLR_TBL_SIZE
                                    MOVE CLR_EMPLOYEE
                                        TO CLT_EMPLOYEE(CLR_IDX)
                                    MOVE CLR_DATE TO CLT_DATE(CLR_IDX)
                                    MOVE CLR_TYPE TO CLT_TYPE(CLR_IDX)
                                    MOVE CLR_HOURS
                                        TO CLT_HOURS(CLR_IDX)
                                ELSE
                                    MOVE "Y" TO WK_OVERFLOW_SW
                            END-IF
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE ATTEND_CLEAR_FILE.
    LOAD_CLEAR_EXIT.
    *>7.従業員マスタの読み込み(氏名)
    LOAD_EMP_RTN SECTION.
        OPEN INPUT EMPLOYEE_MASTER_FILE.
        IF EMPLOYEE_MASTER_STATUS NOT = "00"
            THEN
                GO TO LOAD_EMP_EXIT
        END-IF.
        PERFORM UNTIL EMPLOYEE_MASTER_STATUS NOT = "00"
            READ EMPLOYEE_MASTER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF EMP_TBL_SIZE < 200
                        THEN
                            ADD 1 TO EMP_TBL_SIZE
                            SET EMP_IDX TO EMP_TBL_SIZE
                            MOVE EM_CODE TO ETB_CODE(EMP_IDX)
                            MOVE EM_NAME TO ETB_NAME(EMP_IDX)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE EMPLOYEE_MASTER_FILE.
    LOAD_EMP_EXIT.
    *>8.対象年月(HoursParm.txtの1行目。APPLICATION_101と同じ月を見る)
    PARM_RTN SECTION.
        OPEN INPUT HOURS_PARM_FILE.
        IF HOURS_PARM_STATUS NOT = "00"
            THEN
                GO TO PARM_EXIT
        END-IF.
        READ HOURS_PARM_FILE
            AT END
                CONTINUE
            NOT AT END
                IF HOURS_PARM_VALUE IS NUMERIC
                    THEN
                        MOVE HOURS_PARM_VALUE TO WK_PERIOD
                END-IF
        END-READ.
        CLOSE HOURS_PARM_FILE.
    PARM_EXIT.
*>ShiftSchedule.txtの1行 = 従業員(5) 勤務日(8) 勤務区分(3:ShiftCode.txtのコード、
*>時刻指定なら空白) 開始(4:HHMM) 終了(4:HHMM) 所定時間(3:0.1時間単位)
*>承認残業時間(3:同) 残業承認者(5)
*>AttendanceClear.txtの1行 = 従業員(5) 日付(8) 例外区分(8) 認めた残業時間(3)
*>解除者(5) 解除日(8) 解除時刻(8) 理由(20)
*>AttendanceOpen.txtの1行 = 従業員(5) 日付(8) 例外区分(8) 予定時間(3) 所定時間(3)
*>残業時間(3) 承認残業時間(3)
*>AttendanceExceptions.txt = 勤怠例外一覧(見出し行は"***"で始まる)
