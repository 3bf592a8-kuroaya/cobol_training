*>所定時間と残業時間(いずれも0.1時間単位)を受け付けてTimesheets.txtへ追記する
*>従業員は従業員マスタ(EmployeeMaster.txt)で在籍確認する(退職者・未登録は拒否)
*>月次の支給額計算はAPPLICATION_101_HOURS_CALCが行う
*>有給休暇の取得(全日=8.0時間/半日=4.0時間の所定時間として記録する)も受け付ける
*>休暇マスタ(LeaveMaster.txt)の残日数を超える取得は拒否し、受け付けた分は
*>前回付与分(先に時効が来る方)から差し引いて休暇マスタへ書き戻す
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_100_TIMESHEET.
ENVIRONMENT DIVISION.
            ASSIGN TO "Timesheets.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TIMESHEET_STATUS.
        SELECT LEAVE_MASTER_FILE
            ASSIGN TO "LeaveMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LEAVE_MASTER_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD EMPLOYEE_MASTER_FILE.
            05 TS_REG_HOURS PIC 9(02)V9(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 TS_OT_HOURS PIC 9(02)V9(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 TS_TYPE PIC X(01).
*>休暇マスタ(日数は0.1日単位の3桁。APPLICATION_141_LEAVE_GRANTと同じ形)
        FD LEAVE_MASTER_FILE.
        01 LEAVE_MASTER_RECORD.
            05 LV_EMPLOYEE PIC X(05).
            05 FILLER PIC X(01).
            05 LV_HIRE_DATE PIC X(08).
            05 FILLER PIC X(01).
            05 LV_GRANT_DATE PIC X(08).
            05 FILLER PIC X(01).
            05 LV_GRANT_DAYS PIC X(03).
            05 FILLER PIC X(01).
            05 LV_CUR_REMAIN PIC 9(02)V9(01).
            05 FILLER PIC X(01).
            05 LV_TAKEN_YEAR PIC 9(02)V9(01).
            05 FILLER PIC X(01).
            05 LV_PRIOR_DATE PIC X(08).
            05 FILLER PIC X(01).
            05 LV_PRIOR_GRANT_DAYS PIC X(03).
            05 FILLER PIC X(01).
            05 LV_PRIOR_REMAIN PIC 9(02)V9(01).
            05 FILLER PIC X(01).
            05 LV_PRIOR_TAKEN PIC X(03).
    WORKING-STORAGE SECTION.
        01 EMPLOYEE_MASTER_STATUS PIC XX.
        01 TIMESHEET_STATUS PIC XX.
        01 LEAVE_MASTER_STATUS PIC XX.
*>OPERATOR_SIGNONからの戻りエリア(勤務表入力には権限2以上)
        01 WK_SIGNON_AREA.
            05 WK_SO_OPERATOR PIC X(05).
            05 CONSOLE_DATE PIC X(08).
            05 CONSOLE_REG PIC X(03).
            05 CONSOLE_OT PIC X(03).
            05 CONSOLE_TYPE PIC X(01).
            05 CONSOLE_LEAVE PIC X(01).
*>従業員マスタテーブル(在籍確認用)
        01 EMP_TBL_MASTER.
            05 EMP_TBL_SIZE PIC 9(03) VALUE ZERO.
                INDEXED BY EMP_IDX.
                10 ETB_CODE PIC X(05).
                10 ETB_STATUS PIC X(01).
*>休暇マスタテーブル(行はそのままの形で持ち、取得を受け付けるたびに書き戻す)
        01 LVT_TBL_MASTER.
            05 LVT_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 LVT_TBL OCCURS 0 TO 200
                DEPENDING ON LVT_TBL_SIZE
                INDEXED BY LVT_IDX.
                10 LVT_RECORD PIC X(57).
        01 SW_LEAVE_FULL PIC X(01) VALUE SPACE.
        01 WK_LEAVE_DAYS PIC 9(02)V9(01).
        01 WK_LEAVE_BALANCE PIC 9(03)V9(01).
        01 WK_LEAVE_REST PIC 9(02)V9(01).
        01 WK_BALANCE_DISP PIC ZZ9.9.
        01 SW_EMP_OK PIC X(01).
        01 WK_CAPTURED_CNT PIC 9(05) VALUE ZERO.
PROCEDURE DIVISION.
        IF WK_SO_RESULT NOT = "Y"
            THEN
                DISPLAY "SIGN-ON FAILED. PROGRAM ENDS."
                GOBACK
        END-IF.
        IF WK_SO_AUTHORITY < 2
            THEN
                DISPLAY "TIMESHEET CAPTURE REQUIRES AUTHORITY 2."
                GOBACK
        END-IF.
        MOVE "TIMESHEET" TO WK_SL_EVENT.
        CALL "SESSION_LOG" USING WK_SO_OPERATOR WK_SL_EVENT.
        IF EMP_TBL_SIZE = ZERO
            THEN
                DISPLAY "EMPLOYEE MASTER NOT FOUND OR EMPTY."
                GOBACK
        END-IF.
        PERFORM LOAD_LEAVE_PROC.
    EXEC_INPUT_PROC.
        DISPLAY "EMPLOYEE CODE (5 DIGITS, 99999=END) >>"
            WITH NO ADVANCING.
            THEN
                DISPLAY "TIMESHEET SESSION END. CAPTURED: "
                    WK_CAPTURED_CNT
                GOBACK
        END-IF.
        PERFORM CHECK_EMP_PROC.
        IF SW_EMP_OK NOT = "1"
            THEN
                GO TO EXEC_INPUT_PROC
        END-IF.
        DISPLAY "ENTRY TYPE (W=WORK L=PAID LEAVE) >>"
            WITH NO ADVANCING.
        ACCEPT CONSOLE_TYPE FROM CONSOLE.
        EVALUATE CONSOLE_TYPE
            WHEN "W"
                PERFORM CAPTURE_ONE_PROC
            WHEN "L"
                PERFORM CAPTURE_LEAVE_PROC
            WHEN OTHER
                DISPLAY "INVALID ENTRY TYPE. ENTRY SKIPPED."
        END-EVALUATE.
        GO TO EXEC_INPUT_PROC.
*>勤務表1日分の受け付け(日付の実在検査、時間の数字検査)
    CAPTURE_ONE_PROC.
        DISPLAY "CAPTURED " CONSOLE_EMP " " CONSOLE_DATE
            " REG " CONSOLE_REG " OT " CONSOLE_OT.
        EXIT.
*>有給休暇1日分の受け付け(残日数を超える取得は拒否する)
    CAPTURE_LEAVE_PROC.
        SET LVT_IDX TO 1.
        SEARCH LVT_TBL
            AT END
                DISPLAY "NO LEAVE MASTER FOR EMPLOYEE. ENTRY REFUSED."
                EXIT PARAGRAPH
            WHEN LVT_RECORD(LVT_IDX)(1:5) = CONSOLE_EMP
                MOVE LVT_RECORD(LVT_IDX) TO LEAVE_MASTER_RECORD
        END-SEARCH.
        IF LV_CUR_REMAIN IS NOT NUMERIC
                OR LV_PRIOR_REMAIN IS NOT NUMERIC
                OR LV_TAKEN_YEAR IS NOT NUMERIC
            THEN
                DISPLAY "NO LEAVE GRANTED YET. ENTRY REFUSED."
                EXIT PARAGRAPH
        END-IF.
        DISPLAY "LEAVE DATE (YYYYMMDD) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_DATE FROM CONSOLE.
        IF CONSOLE_DATE IS NOT NUMERIC
                OR FUNCTION VALID-DATE(CONSOLE_DATE) = 0
            THEN
                DISPLAY "NOT A REAL DATE. ENTRY SKIPPED."
                EXIT PARAGRAPH
        END-IF.
        DISPLAY "LEAVE (F=FULL DAY 8.0H H=HALF DAY 4.0H) >>"
            WITH NO ADVANCING.
        ACCEPT CONSOLE_LEAVE FROM CONSOLE.
        EVALUATE CONSOLE_LEAVE
            WHEN "F"
                MOVE 1.0 TO WK_LEAVE_DAYS
                MOVE "080" TO CONSOLE_REG
            WHEN "H"
                MOVE 0.5 TO WK_LEAVE_DAYS
                MOVE "040" TO CONSOLE_REG
            WHEN OTHER
                DISPLAY "ENTER F OR H. ENTRY SKIPPED."
                EXIT PARAGRAPH
        END-EVALUATE.
        COMPUTE WK_LEAVE_BALANCE = LV_PRIOR_REMAIN + LV_CUR_REMAIN.
        MOVE WK_LEAVE_BALANCE TO WK_BALANCE_DISP.
        IF WK_LEAVE_DAYS > WK_LEAVE_BALANCE
            THEN
                DISPLAY "LEAVE EXCEEDS BALANCE OF " WK_BALANCE_DISP
                    " DAYS. ENTRY REFUSED."
                EXIT PARAGRAPH
        END-IF.
*>前回付与分(先に時効が来る方)から充て、足りない分を今回付与分から充てる
        IF WK_LEAVE_DAYS > LV_PRIOR_REMAIN
            THEN
                COMPUTE WK_LEAVE_REST = WK_LEAVE_DAYS - LV_PRIOR_REMAIN
                MOVE ZERO TO LV_PRIOR_REMAIN
                SUBTRACT WK_LEAVE_REST FROM LV_CUR_REMAIN
            ELSE
                SUBTRACT WK_LEAVE_DAYS FROM LV_PRIOR_REMAIN
        END-IF.
        ADD WK_LEAVE_DAYS TO LV_TAKEN_YEAR.
        COMPUTE WK_LEAVE_BALANCE = LV_PRIOR_REMAIN + LV_CUR_REMAIN.
        MOVE WK_LEAVE_BALANCE TO WK_BALANCE_DISP.
        MOVE LEAVE_MASTER_RECORD TO LVT_RECORD(LVT_IDX).
        PERFORM SAVE_LEAVE_PROC.
        OPEN EXTEND TIMESHEET_FILE.
        IF TIMESHEET_STATUS NOT = "00"
            THEN
                OPEN OUTPUT TIMESHEET_FILE
        END-IF.
        MOVE SPACE TO TIMESHEET_RECORD.
        MOVE CONSOLE_DATE TO TS_DATE.
        MOVE CONSOLE_EMP TO TS_EMPLOYEE.
        MOVE CONSOLE_REG TO TS_REG_HOURS(1:3).
        MOVE ZERO TO TS_OT_HOURS.
        MOVE "L" TO TS_TYPE.
        WRITE TIMESHEET_RECORD.
        CLOSE TIMESHEET_FILE.
        ADD 1 TO WK_CAPTURED_CNT.
        DISPLAY "CAPTURED " CONSOLE_EMP " " CONSOLE_DATE
            " PAID LEAVE REG " CONSOLE_REG " BALANCE " WK_BALANCE_DISP.
        EXIT.
*>休暇マスタの書き戻し(取得1件ごと。途中で止まっても残日数がずれない)
    SAVE_LEAVE_PROC.
        OPEN OUTPUT LEAVE_MASTER_FILE.
        PERFORM VARYING LVT_IDX FROM 1 BY 1
                UNTIL LVT_IDX > LVT_TBL_SIZE
            MOVE LVT_RECORD(LVT_IDX) TO LEAVE_MASTER_RECORD
            WRITE LEAVE_MASTER_RECORD
        END-PERFORM.
        CLOSE LEAVE_MASTER_FILE.
        EXIT.
*>休暇マスタの読み込み(表に入りきらないときは書き戻せないので取得を受け付けない)
    LOAD_LEAVE_PROC.
        OPEN INPUT LEAVE_MASTER_FILE.
        IF LEAVE_MASTER_STATUS = "00"
            THEN
                PERFORM UNTIL LEAVE_MASTER_STATUS NOT = "00"
                    READ LEAVE_MASTER_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF LVT_TBL_SIZE < 200
                                THEN
                                    ADD 1 TO LVT_TBL_SIZE
                                    SET LVT_IDX TO LVT_TBL_SIZE
                                    MOVE LEAVE_MASTER_RECORD
                                        TO LVT_RECORD(LVT_IDX)
                                ELSE
                                    MOVE "1" TO SW_LEAVE_FULL
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE LEAVE_MASTER_FILE
        END-IF.
        IF SW_LEAVE_FULL = "1"
            THEN
                DISPLAY "LEAVE MASTER TOO LARGE. LEAVE ENTRY DISABLED."
                MOVE ZERO TO LVT_TBL_SIZE
        END-IF.
        EXIT.
*>従業員の在籍確認(退職"T"・未登録は受け付けない)
    CHECK_EMP_PROC.
        MOVE SPACE TO SW_EMP_OK.
        END-IF.
        EXIT.
*>Timesheets.txtの1行 = 勤務日(8) 従業員(5) 所定時間(3:0.1時間単位) 残業時間(3:同)
*>区分(1:空白=勤務 L=有給休暇。有給休暇は所定時間として支給される)
*>月次の集計と支給額計算はAPPLICATION_101_HOURS_CALC(上長は時間を承認する。
*>計算はさせない)
*>メインメニュー(APPLICATION_165_MAIN_MENU)からCALLされるため、終了はSTOP RUNではなく
*>GOBACKでメニューへ戻る(単独で起動したときはSTOP RUNと同じ)
