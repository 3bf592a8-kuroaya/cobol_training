*>勤務予定の入力 従業員×日付ごとの勤務予定を勤務予定マスタ(ShiftSchedule.txt)へ
*>登録する(勤怠例外の点検APPLICATION_151_ATTEND_EXCEPTが勤務表と突き合わせる)
*>サインオン(OPERATOR_SIGNON:権限2以上)のうえ、勤務区分(ShiftCode.txtのコード。
*>開始・終了・所定時間は区分から取る)か、区分を空白にして開始・終了時刻と
*>所定時間を直接受け付ける。DELで勤務予定を取り消す
*>同じ従業員・日付の予定があれば置き換える
*>残業の事前承認(承認残業時間)は上長(権限3)だけが付けられる。権限2で予定を
*>置き換えたときは、前の承認残業時間は引き継がない(勤務が変われば承認し直す)
*>従業員は従業員マスタ(EmployeeMaster.txt)で在籍確認する(退職者・未登録は拒否)
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_150_SHIFT_SCHEDULE.
ENVIRONMENT DIVISION.
    CONFIGURATION SECTION.
        REPOSITORY.
        FUNCTION VALID-DATE.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT EMPLOYEE_MASTER_FILE
            ASSIGN TO "EmployeeMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EMPLOYEE_MASTER_STATUS.
        SELECT SHIFT_CODE_FILE
            ASSIGN TO "ShiftCode.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SHIFT_CODE_STATUS.
        SELECT SHIFT_SCHEDULE_FILE
            ASSIGN TO "ShiftSchedule.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SHIFT_SCHEDULE_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD EMPLOYEE_MASTER_FILE.
        01 EMPLOYEE_MASTER_RECORD.
            05 EM_CODE PIC X(05).
            05 EM_BELONGS PIC X(03).
            05 EM_NAME PIC X(10).
            05 EM_FURIGANA PIC X(20).
            05 EM_STATUS PIC X(01).
*>勤務区分(開始・終了はHHMM、所定時間は休憩を除いた0.1時間単位の3桁)
        FD SHIFT_CODE_FILE.
        01 SHIFT_CODE_RECORD.
            05 SC_CODE PIC X(03).
            05 FILLER PIC X(01).
            05 SC_START PIC 9(04).
            05 FILLER PIC X(01).
            05 SC_END PIC 9(04).
            05 FILLER PIC X(01).
            05 SC_HOURS PIC 9(02)V9(01).
            05 FILLER PIC X(01).
            05 SC_DESC PIC X(15).
*>勤務予定マスタ(時間は0.1時間単位の3桁。080=8.0時間)
        FD SHIFT_SCHEDULE_FILE.
        01 SHIFT_SCHEDULE_RECORD.
            05 SS_EMPLOYEE PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 SS_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 SS_SHIFT PIC X(03).
            05 FILLER PIC X(01) VALUE SPACE.
            05 SS_START PIC 9(04).
            05 FILLER PIC X(01) VALUE SPACE.
            05 SS_END PIC 9(04).
            05 FILLER PIC X(01) VALUE SPACE.
            05 SS_HOURS PIC 9(02)V9(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 SS_OT_APPROVED PIC 9(02)V9(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 SS_OT_APPROVER PIC X(05).
    WORKING-STORAGE SECTION.
        01 EMPLOYEE_MASTER_STATUS PIC XX.
        01 SHIFT_CODE_STATUS PIC XX.
        01 SHIFT_SCHEDULE_STATUS PIC XX.
*>OPERATOR_SIGNONからの戻りエリア(勤務予定の入力には権限2以上、残業承認は権限3)
        01 WK_SIGNON_AREA.
            05 WK_SO_OPERATOR PIC X(05).
            05 WK_SO_NAME PIC X(10).
            05 WK_SO_AUTHORITY PIC 9(01).
            05 WK_SO_RESULT PIC X(01).
        01 WK_SL_EVENT PIC X(10).
*>コンソール入力エリア
        01 WORKING-AREA.
            05 CONSOLE_EMP PIC X(05).
            05 CONSOLE_DATE PIC X(08).
            05 CONSOLE_SHIFT PIC X(03).
            05 CONSOLE_TIME.
                10 CONSOLE_HH PIC 9(02).
                10 CONSOLE_MM PIC 9(02).
            05 CONSOLE_START PIC X(04).
            05 CONSOLE_END PIC X(04).
            05 CONSOLE_HOURS PIC X(03).
            05 CONSOLE_OT PIC X(03).
*>従業員マスタテーブル(在籍確認用)
        01 EMP_TBL_MASTER.
            05 EMP_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 EMP_TBL OCCURS 0 TO 200
                DEPENDING ON EMP_TBL_SIZE
                INDEXED BY EMP_IDX.
                10 ETB_CODE PIC X(05).
                10 ETB_STATUS PIC X(01).
*>勤務区分テーブル
        01 SHC_TBL_MASTER.
            05 SHC_TBL_SIZE PIC 9(02) VALUE ZERO.
            05 SHC_TBL OCCURS 0 TO 50
                DEPENDING ON SHC_TBL_SIZE
                INDEXED BY SHC_IDX.
                10 SHT_CODE PIC X(03).
                10 SHT_START PIC 9(04).
                10 SHT_END PIC 9(04).
                10 SHT_HOURS PIC 9(02)V9(01).
*>勤務予定マスタテーブル(行はそのままの形で持ち、登録・取消のたびに書き戻す)
        01 SCH_TBL_MASTER.
            05 SCH_TBL_SIZE PIC 9(04) VALUE ZERO.
            05 SCH_TBL OCCURS 0 TO 9999
                DEPENDING ON SCH_TBL_SIZE
                INDEXED BY SCH_IDX.
                10 SCT_RECORD PIC X(42).
        01 SW_SCHEDULE_FULL PIC X(01) VALUE SPACE.
        01 SW_EMP_OK PIC X(01).
        01 SW_TIME_OK PIC X(01).
        01 WK_FOUND_SUB PIC 9(04).
        01 WK_MOVE_SUB PIC 9(04).
        01 WK_KEY.
            05 WK_KEY_EMPLOYEE PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 WK_KEY_DATE PIC X(08).
        01 WK_OT_DISP PIC Z9.9.
        01 WK_CAPTURED_CNT PIC 9(05) VALUE ZERO.
        01 WK_DELETED_CNT PIC 9(05) VALUE ZERO.
PROCEDURE DIVISION.
    MAIN_PROCEDURE.
    INITIALIZE_PART.
        CALL "OPERATOR_SIGNON" USING WK_SO_OPERATOR WK_SO_NAME
            WK_SO_AUTHORITY WK_SO_RESULT.
        IF WK_SO_RESULT NOT = "Y"
            THEN
                DISPLAY "SIGN-ON FAILED. PROGRAM ENDS."
                GOBACK
        END-IF.
        IF WK_SO_AUTHORITY < 2
            THEN
                DISPLAY "SHIFT SCHEDULE ENTRY REQUIRES AUTHORITY 2."
                GOBACK
        END-IF.
        MOVE "SHIFTSCHED" TO WK_SL_EVENT.
        CALL "SESSION_LOG" USING WK_SO_OPERATOR WK_SL_EVENT.
        PERFORM LOAD_EMP_PROC.
        IF EMP_TBL_SIZE = ZERO
            THEN
                DISPLAY "EMPLOYEE MASTER NOT FOUND OR EMPTY."
                GOBACK
        END-IF.
        PERFORM LOAD_SHIFT_CODE_PROC.
        PERFORM LOAD_SCHEDULE_PROC.
        IF SW_SCHEDULE_FULL = "1"
            THEN
                DISPLAY "SHIFT SCHEDULE TOO LARGE. PROGRAM ENDS."
                GOBACK
        END-IF.
    EXEC_INPUT_PROC.
        DISPLAY "EMPLOYEE CODE (5 DIGITS, 99999=END) >>"
            WITH NO ADVANCING.
        ACCEPT CONSOLE_EMP FROM CONSOLE.
        IF CONSOLE_EMP = "99999"
            THEN
                DISPLAY "SHIFT SCHEDULE SESSION END. ENTERED: "
                    WK_CAPTURED_CNT " DELETED: " WK_DELETED_CNT
                GOBACK
        END-IF.
        PERFORM CHECK_EMP_PROC.
        IF SW_EMP_OK NOT = "1"
            THEN
                GO TO EXEC_INPUT_PROC
        END-IF.
        DISPLAY "SHIFT DATE (YYYYMMDD) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_DATE FROM CONSOLE.
        IF CONSOLE_DATE IS NOT NUMERIC
                OR FUNCTION VALID-DATE(CONSOLE_DATE) = 0
            THEN
                DISPLAY "NOT A REAL DATE. ENTRY SKIPPED."
                GO TO EXEC_INPUT_PROC
        END-IF.
        PERFORM FIND_SCHEDULE_PROC.
        DISPLAY "SHIFT CODE (BLANK=ENTER TIMES, DEL=DELETE) >>"
            WITH NO ADVANCING.
        ACCEPT CONSOLE_SHIFT FROM CONSOLE.
        IF CONSOLE_SHIFT = "DEL"
            THEN
                PERFORM DELETE_ONE_PROC
            ELSE
                PERFORM CAPTURE_ONE_PROC
        END-IF.
        GO TO EXEC_INPUT_PROC.
*>勤務予定1日分の受け付け(区分か時刻指定。残業承認は権限3のときだけ聞く)
    CAPTURE_ONE_PROC.
        MOVE SPACE TO SHIFT_SCHEDULE_RECORD.
        MOVE CONSOLE_EMP TO SS_EMPLOYEE.
        MOVE CONSOLE_DATE TO SS_DATE.
        IF CONSOLE_SHIFT NOT = SPACE
            THEN
                SET SHC_IDX TO 1
                SEARCH SHC_TBL
                    AT END
                        DISPLAY "SHIFT CODE NOT FOUND. ENTRY SKIPPED."
                        EXIT PARAGRAPH
                    WHEN SHT_CODE(SHC_IDX) = CONSOLE_SHIFT
                        MOVE SHT_CODE(SHC_IDX) TO SS_SHIFT
                        MOVE SHT_START(SHC_IDX) TO SS_START
                        MOVE SHT_END(SHC_IDX) TO SS_END
                        MOVE SHT_HOURS(SHC_IDX) TO SS_HOURS
                END-SEARCH
            ELSE
                DISPLAY "START TIME (HHMM) >>" WITH NO ADVANCING
                ACCEPT CONSOLE_START FROM CONSOLE
                DISPLAY "END TIME (HHMM) >>" WITH NO ADVANCING
                ACCEPT CONSOLE_END FROM CONSOLE
                DISPLAY "SCHEDULED HOURS (3 DIGITS, 080=8.0H) >>"
                    WITH NO ADVANCING
                ACCEPT CONSOLE_HOURS FROM CONSOLE
                MOVE CONSOLE_START TO CONSOLE_TIME
                PERFORM CHECK_TIME_PROC
                IF SW_TIME_OK = "1"
                    THEN
                        MOVE CONSOLE_END TO CONSOLE_TIME
                        PERFORM CHECK_TIME_PROC
                END-IF
                IF SW_TIME_OK NOT = "1"
                    THEN
                        DISPLAY "TIME MUST BE HHMM. ENTRY SKIPPED."
                        EXIT PARAGRAPH
                END-IF
                IF CONSOLE_HOURS IS NOT NUMERIC
                        OR CONSOLE_HOURS = "000"
                    THEN
                        DISPLAY "HOURS MUST BE NUMERIC. ENTRY SKIPPED."
                        EXIT PARAGRAPH
                END-IF
                MOVE CONSOLE_START TO SS_START
                MOVE CONSOLE_END TO SS_END
                MOVE CONSOLE_HOURS TO SS_HOURS(1:3)
        END-IF.
        MOVE ZERO TO SS_OT_APPROVED.
        IF WK_SO_AUTHORITY NOT < 3
            THEN
                DISPLAY "APPROVED OVERTIME (3 DIGITS, 000=NONE) >>"
                    WITH NO ADVANCING
                ACCEPT CONSOLE_OT FROM CONSOLE
                IF CONSOLE_OT IS NOT NUMERIC
                    THEN
                        DISPLAY "HOURS MUST BE NUMERIC. ENTRY SKIPPED."
                        EXIT PARAGRAPH
                END-IF
                MOVE CONSOLE_OT TO SS_OT_APPROVED(1:3)
                IF SS_OT_APPROVED > ZERO
                    THEN
                        MOVE WK_SO_OPERATOR TO SS_OT_APPROVER
                END-IF
            ELSE
                IF WK_FOUND_SUB > ZERO
                    THEN
                        MOVE SCT_RECORD(WK_FOUND_SUB)(34:3)
                            TO CONSOLE_OT
                        IF CONSOLE_OT IS NUMERIC
                                AND CONSOLE_OT NOT = "000"
                            THEN
                                DISPLAY "OVERTIME APPROVAL REMOVED."
                                    " SUPERVISOR TO RE-APPROVE."
                        END-IF
                END-IF
        END-IF.
        IF WK_FOUND_SUB > ZERO
            THEN
                MOVE SHIFT_SCHEDULE_RECORD TO SCT_RECORD(WK_FOUND_SUB)
            ELSE
                IF SCH_TBL_SIZE NOT < 9999
                    THEN
                        DISPLAY "SHIFT SCHEDULE FULL. ENTRY REFUSED."
                        EXIT PARAGRAPH
                END-IF
                ADD 1 TO SCH_TBL_SIZE
                MOVE SHIFT_SCHEDULE_RECORD TO SCT_RECORD(SCH_TBL_SIZE)
        END-IF.
        PERFORM SAVE_SCHEDULE_PROC.
        ADD 1 TO WK_CAPTURED_CNT.
        MOVE SS_OT_APPROVED TO WK_OT_DISP.
        DISPLAY "SCHEDULED " SS_EMPLOYEE " " SS_DATE " SHIFT "
            SS_SHIFT " " SS_START "-" SS_END " OT APPROVED "
            WK_OT_DISP.
        EXIT.
*>勤務予定1日分の取り消し(後ろの行を詰める)
    DELETE_ONE_PROC.
        IF WK_FOUND_SUB = ZERO
            THEN
                DISPLAY "NO SHIFT SCHEDULED ON THAT DATE."
                EXIT PARAGRAPH
        END-IF.
        PERFORM VARYING WK_MOVE_SUB FROM WK_FOUND_SUB BY 1
                UNTIL WK_MOVE_SUB NOT < SCH_TBL_SIZE
            MOVE SCT_RECORD(WK_MOVE_SUB + 1) TO SCT_RECORD(WK_MOVE_SUB)
        END-PERFORM.
        SUBTRACT 1 FROM SCH_TBL_SIZE.
        PERFORM SAVE_SCHEDULE_PROC.
        ADD 1 TO WK_DELETED_CNT.
        DISPLAY "DELETED " CONSOLE_EMP " " CONSOLE_DATE.
        EXIT.
*>時刻の検査(CONSOLE_TIMEにHHMMを入れて呼ぶ)
    CHECK_TIME_PROC.
        MOVE SPACE TO SW_TIME_OK.
        IF CONSOLE_TIME IS NUMERIC
            THEN
                IF CONSOLE_HH < 24 AND CONSOLE_MM < 60
                    THEN
                        MOVE "1" TO SW_TIME_OK
                END-IF
        END-IF.
        EXIT.
*>同じ従業員・日付の勤務予定の位置(無ければ0)
    FIND_SCHEDULE_PROC.
        MOVE ZERO TO WK_FOUND_SUB.
        MOVE CONSOLE_EMP TO WK_KEY_EMPLOYEE.
        MOVE CONSOLE_DATE TO WK_KEY_DATE.
        SET SCH_IDX TO 1.
        SEARCH SCH_TBL
            AT END
                CONTINUE
            WHEN SCT_RECORD(SCH_IDX)(1:14) = WK_KEY
                SET WK_FOUND_SUB TO SCH_IDX
        END-SEARCH.
        EXIT.
*>勤務予定マスタの書き戻し(1件ごと。途中で止まっても入力済みの分は残る)
    SAVE_SCHEDULE_PROC.
        OPEN OUTPUT SHIFT_SCHEDULE_FILE.
        PERFORM VARYING SCH_IDX FROM 1 BY 1
                UNTIL SCH_IDX > SCH_TBL_SIZE
            MOVE SCT_RECORD(SCH_IDX) TO SHIFT_SCHEDULE_RECORD
            WRITE SHIFT_SCHEDULE_RECORD
        END-PERFORM.
        CLOSE SHIFT_SCHEDULE_FILE.
        EXIT.
*>勤務予定マスタの読み込み(表に入りきらないときは書き戻せないので入力させない)
    LOAD_SCHEDULE_PROC.
        OPEN INPUT SHIFT_SCHEDULE_FILE.
        IF SHIFT_SCHEDULE_STATUS = "00"
            THEN
                PERFORM UNTIL SHIFT_SCHEDULE_STATUS NOT = "00"
                    READ SHIFT_SCHEDULE_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF SCH_TBL_SIZE < 9999
                                THEN
                                    ADD 1 TO SCH_TBL_SIZE
                                    SET SCH_IDX TO SCH_TBL_SIZE
                                    MOVE SHIFT_SCHEDULE_RECORD
                                        TO SCT_RECORD(SCH_IDX)
                                ELSE
                                    MOVE "1" TO SW_SCHEDULE_FULL
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SHIFT_SCHEDULE_FILE
        END-IF.
        EXIT.
*>勤務区分の読み込み
    LOAD_SHIFT_CODE_PROC.
        OPEN INPUT SHIFT_CODE_FILE.
        IF SHIFT_CODE_STATUS = "00"
            THEN
                PERFORM UNTIL SHIFT_CODE_STATUS NOT = "00"
                    READ SHIFT_CODE_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF SHC_TBL_SIZE < 50
                                THEN
                                    ADD 1 TO SHC_TBL_SIZE
                                    SET SHC_IDX TO SHC_TBL_SIZE
                                    MOVE SC_CODE TO SHT_CODE(SHC_IDX)
                                    MOVE SC_START TO SHT_START(SHC_IDX)
                                    MOVE SC_END TO SHT_END(SHC_IDX)
                                    MOVE SC_HOURS TO SHT_HOURS(SHC_IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SHIFT_CODE_FILE
        END-IF.
        EXIT.
*>従業員の在籍確認(退職"T"・未登録は受け付けない)
    CHECK_EMP_PROC.
        MOVE SPACE TO SW_EMP_OK.
        SET EMP_IDX TO 1.
        SEARCH EMP_TBL
            AT END
                DISPLAY "EMPLOYEE NOT REGISTERED."
            WHEN ETB_CODE(EMP_IDX) = CONSOLE_EMP
                IF ETB_STATUS(EMP_IDX) = "T"
                    THEN
                        DISPLAY "EMPLOYEE TERMINATED."
                            " ENTRY REFUSED."
                    ELSE
                        MOVE "1" TO SW_EMP_OK
                END-IF
        END-SEARCH.
        EXIT.
*>従業員マスタの読み込み(コードと状態のみ)
    LOAD_EMP_PROC.
        OPEN INPUT EMPLOYEE_MASTER_FILE.
        IF EMPLOYEE_MASTER_STATUS = "00"
            THEN
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
                                    MOVE EM_STATUS
                                        TO ETB_STATUS(EMP_IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE EMPLOYEE_MASTER_FILE
        END-IF.
        EXIT.
*>ShiftSchedule.txtの1行 = 従業員(5) 勤務日(8) 勤務区分(3:時刻指定なら空白)
*>開始(4:HHMM) 終了(4:HHMM) 所定時間(3:0.1時間単位) 承認残業時間(3:同)
*>残業承認者(5:承認した上長のオペレータID)
*>ShiftCode.txtの1行 = 勤務区分(3) 開始(4:HHMM) 終了(4:HHMM) 所定時間(3) 名称(15)
*>勤務表との突き合わせはAPPLICATION_151_ATTEND_EXCEPT(給与チェーンの
*>APPLICATION_101_HOURS_CALCの前)
*>メインメニュー(APPLICATION_165_MAIN_MENU)からCALLされるため、終了はSTOP RUNではなく
*>GOBACKでメニューへ戻る(単独で起動したときはSTOP RUNと同じ)
