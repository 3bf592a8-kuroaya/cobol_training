*>年次有給休暇の付与 人事のバインダーで管理していた有給休暇を休暇マスタ
*>(LeaveMaster.txt)で管理する。毎日、業務日付で次の処理を行う
*>  付与日が来た従業員に、入社日からの勤続に応じた法定日数を付与する
*>  (入社6か月で10日、以後1年ごとに11/12/14/16/18/20日。6年6か月以上は20日)
*>  付与から2年たった前々回付与分の残日数は時効で消滅させる
*>休暇マスタは人事が従業員コードと入社日だけの行を足せば、残りの項目は
*>初回の付与時にこのプログラムが埋める
*>付与・時効消滅の結果は有給休暇付与台帳(LeaveGrant.txt)に印字し、スプール台帳へ登録する
*>取得の受け付けはAPPLICATION_100_TIMESHEET、年5日取得の確認は
*>APPLICATION_142_LEAVE_MANDATORY、残日数の明細書印字はAPPLICATION_55_PAY_SLIP
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_141_LEAVE_GRANT.
ENVIRONMENT DIVISION.
    CONFIGURATION SECTION.
        REPOSITORY.
        FUNCTION VALID-DATE.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT LEAVE_MASTER_FILE
            ASSIGN TO "LeaveMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LEAVE_MASTER_STATUS.
        SELECT EMPLOYEE_MASTER_FILE
            ASSIGN TO "EmployeeMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EMPLOYEE_MASTER_STATUS.
        SELECT PRINT_FILE ASSIGN TO "LeaveGrant.txt"
            FILE STATUS IS PRINT_STATUS.
DATA DIVISION.
    FILE SECTION.
*>休暇マスタ(日数は0.1日単位の3桁。100=10.0日)
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
            05 LV_CUR_REMAIN PIC X(03).
            05 FILLER PIC X(01).
            05 LV_TAKEN_YEAR PIC X(03).
            05 FILLER PIC X(01).
            05 LV_PRIOR_DATE PIC X(08).
            05 FILLER PIC X(01).
            05 LV_PRIOR_GRANT_DAYS PIC X(03).
            05 FILLER PIC X(01).
            05 LV_PRIOR_REMAIN PIC X(03).
            05 FILLER PIC X(01).
            05 LV_PRIOR_TAKEN PIC X(03).
        FD EMPLOYEE_MASTER_FILE.
        01 EMPLOYEE_MASTER_RECORD.
            05 EM_CODE PIC X(05).
            05 EM_BELONGS PIC X(03).
            05 EM_NAME PIC X(10).
            05 EM_FURIGANA PIC X(20).
            05 EM_STATUS PIC X(01).
        FD PRINT_FILE.
        01 PRINT_RECORD PIC X(80).
    WORKING-STORAGE SECTION.
        01 LEAVE_MASTER_STATUS PIC XX.
        01 EMPLOYEE_MASTER_STATUS PIC XX.
        01 PRINT_STATUS PIC XX.
        01 WK_TODAY PIC 9(08).
*>法定付与日数(付与回数1〜7回目。7回目以降は20日)
        01 WK_GRANT_DAYS_VALUES.
            05 PIC X(21) VALUE "100110120140160180200".
        01 WK_GRANT_DAYS_TBL REDEFINES WK_GRANT_DAYS_VALUES.
            05 WK_STATUTORY_DAYS PIC 9(02)V9(01) OCCURS 7.
*>休暇マスタテーブル(処理後にまとめてファイルへ書き戻す)
        01 LVT_TBL_MASTER.
            05 LVT_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 LVT_TBL OCCURS 0 TO 200
                DEPENDING ON LVT_TBL_SIZE
                INDEXED BY LVT_IDX.
                10 LVT_EMPLOYEE PIC X(05).
                10 LVT_VALID_SW PIC X(01).
                10 LVT_RAW PIC X(57).
                10 LVT_NAME PIC X(10).
                10 LVT_HIRE_DATE PIC 9(08).
                10 LVT_GRANT_DATE PIC 9(08).
                10 LVT_GRANT_DAYS PIC 9(02)V9(01).
                10 LVT_CUR_REMAIN PIC 9(02)V9(01).
                10 LVT_TAKEN_YEAR PIC 9(02)V9(01).
                10 LVT_PRIOR_DATE PIC 9(08).
                10 LVT_PRIOR_GRANT_DAYS PIC 9(02)V9(01).
                10 LVT_PRIOR_REMAIN PIC 9(02)V9(01).
                10 LVT_PRIOR_TAKEN PIC 9(02)V9(01).
*>従業員マスタテーブル(氏名の解決と退職者の判定)
        01 EMP_TBL_MASTER.
            05 EMP_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 EMP_TBL OCCURS 0 TO 200
                DEPENDING ON EMP_TBL_SIZE
                INDEXED BY EMP_IDX.
                10 ETB_CODE PIC X(05).
                10 ETB_NAME PIC X(10).
                10 ETB_STATUS PIC X(01).
*>付与日の計算(基準日+月数。月末を越える日は月末にそろえる)
        01 WK_BASE_DATE PIC 9(08).
        01 WK_ADD_MONTHS PIC 9(03).
        01 WK_RESULT_DATE PIC 9(08).
        01 WK_CALC_DATE.
            05 WK_CALC_YEAR PIC 9(04).
            05 WK_CALC_MONTH PIC 9(02).
            05 WK_CALC_DAY PIC 9(02).
        01 WK_MONTH_TOTAL PIC 9(06).
        01 WK_NEXT_GRANT PIC 9(08).
        01 WK_FIRST_GRANT PIC 9(08).
        01 WK_GRANT_NO PIC 9(03).
        01 WK_GRANT_YEAR PIC 9(04).
        01 WK_EXPIRED PIC 9(02)V9(01).
        01 WK_BALANCE PIC 9(03)V9(01).
        01 WK_GRANT_CNT PIC 9(05) VALUE ZERO.
        01 WK_EXPIRED_TOTAL PIC 9(05)V9(01) VALUE ZERO.
        01 WK_SKIP_CNT PIC 9(05) VALUE ZERO.
        01 WK_OVERFLOW_SW PIC X(01) VALUE "N".
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "LeaveGrant.txt".
*>帳票行(見出し/項目名/付与明細/合計)
        01 LGR_TITLE_LINE.
            05 PIC X(36) VALUE "*** PAID LEAVE GRANTS ***".
            05 PIC X(10) VALUE "RUN DATE: ".
            05 LGR_TODAY PIC 9(08).
            05 PIC X(26) VALUE SPACE.
        01 LGR_COLUMN_LINE.
            05 PIC X(40) VALUE
                "EMP   NAME       HIRED    GRANT DT SERVI".
            05 PIC X(40) VALUE
                "CE GRANTED EXPIRED BALANCE".
        01 LGR_DETAIL_LINE.
            05 LGR_EMPLOYEE PIC X(05).
            05 PIC X(01) VALUE SPACE.
            05 LGR_NAME PIC X(10).
            05 PIC X(01) VALUE SPACE.
            05 LGR_HIRE_DATE PIC 9(08).
            05 PIC X(01) VALUE SPACE.
            05 LGR_GRANT_DATE PIC 9(08).
            05 PIC X(01) VALUE SPACE.
            05 LGR_SERVICE PIC ZZ9.9.
            05 PIC X(02) VALUE "Y ".
            05 LGR_GRANTED PIC ZZZ9.9.
            05 PIC X(01) VALUE SPACE.
            05 LGR_EXPIRED PIC ZZZ9.9.
            05 PIC X(02) VALUE SPACE.
            05 LGR_BALANCE PIC ZZZ9.9.
            05 PIC X(15) VALUE SPACE.
        01 LGR_NONE_LINE.
            05 PIC X(80) VALUE "  NO GRANTS DUE".
        01 LGR_TOTAL_LINE.
            05 PIC X(08) VALUE "GRANTS: ".
            05 LGR_GRANT_CNT PIC ZZZZ9.
            05 PIC X(18) VALUE "   DAYS EXPIRED: ".
            05 LGR_EXPIRED_TOTAL PIC ZZZZ9.9.
            05 PIC X(42) VALUE SPACE.
PROCEDURE DIVISION.
    LEAVE_GRANT_RTN SECTION.
    *>初期処理(従業員マスタ・休暇マスタの読み込み)
        CALL "BUSINESS_DATE" USING WK_TODAY.
        PERFORM LOAD-EMP-RTN.
        PERFORM LOAD-LEAVE-RTN.
        IF LEAVE_MASTER_STATUS = "35"
            THEN
                DISPLAY "LEAVE MASTER NOT FOUND."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
    *>書き戻しで行を失わないよう、表に入りきらないときは何もせずに止める
        IF WK_OVERFLOW_SW = "Y"
            THEN
                DISPLAY "LEAVE TABLE FULL. NOTHING GRANTED."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
    *>主処理(付与日の来た従業員への付与と、前々回付与分の時効消滅)
        OPEN OUTPUT PRINT_FILE.
        MOVE WK_TODAY TO LGR_TODAY.
        WRITE PRINT_RECORD FROM LGR_TITLE_LINE AFTER PAGE.
        WRITE PRINT_RECORD FROM LGR_COLUMN_LINE AFTER 2 LINE.
        PERFORM GRANT-ONE-RTN
            VARYING LVT_IDX FROM 1 BY 1
            UNTIL LVT_IDX > LVT_TBL_SIZE.
    *>終了処理(休暇マスタの書き戻し、合計行、スプール台帳への登録)
        IF WK_GRANT_CNT = ZERO
            THEN
                WRITE PRINT_RECORD FROM LGR_NONE_LINE AFTER 1 LINE
        END-IF.
        MOVE WK_GRANT_CNT TO LGR_GRANT_CNT.
        MOVE WK_EXPIRED_TOTAL TO LGR_EXPIRED_TOTAL.
        WRITE PRINT_RECORD FROM LGR_TOTAL_LINE AFTER 2 LINE.
        CLOSE PRINT_FILE.
        PERFORM SAVE-LEAVE-RTN.
        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME.
        DISPLAY "LEAVE GRANT END. EMPLOYEES:" LVT_TBL_SIZE
            " GRANTS:" WK_GRANT_CNT " SKIPPED:" WK_SKIP_CNT.
        IF WK_SKIP_CNT > ZERO
            THEN
                MOVE 4 TO RETURN-CODE
        END-IF.
        STOP RUN.
    LEAVE_GRANT_EXIT.
    *>1.従業員1名の付与(付与日を過ぎていれば、追いつくまで1年ずつ繰り返す)
    GRANT-ONE-RTN SECTION.
        IF LVT_VALID_SW(LVT_IDX) NOT = "Y"
            THEN
                GO TO GRANT-ONE-EXIT
        END-IF.
        SET EMP_IDX TO 1.
        SEARCH EMP_TBL
            AT END
                CONTINUE
            WHEN ETB_CODE(EMP_IDX) = LVT_EMPLOYEE(LVT_IDX)
                MOVE ETB_NAME(EMP_IDX) TO LVT_NAME(LVT_IDX)
                IF ETB_STATUS(EMP_IDX) = "T"
                    THEN
                        GO TO GRANT-ONE-EXIT
                END-IF
        END-SEARCH.
    *>初回付与日 = 入社日の6か月後
        MOVE LVT_HIRE_DATE(LVT_IDX) TO WK_BASE_DATE.
        MOVE 6 TO WK_ADD_MONTHS.
        PERFORM ADD-MONTHS-RTN.
        MOVE WK_RESULT_DATE TO WK_FIRST_GRANT.
    GRANT-ONE-NEXT.
        IF LVT_GRANT_DATE(LVT_IDX) = ZERO
            THEN
                MOVE WK_FIRST_GRANT TO WK_NEXT_GRANT
                MOVE 1 TO WK_GRANT_NO
            ELSE
    *>2回目以降は初回付与日の応当日(付与回数で何年後かを決める)
                MOVE LVT_GRANT_DATE(LVT_IDX) TO WK_CALC_DATE
                MOVE WK_CALC_YEAR TO WK_GRANT_YEAR
                MOVE WK_FIRST_GRANT TO WK_CALC_DATE
                COMPUTE WK_GRANT_NO = WK_GRANT_YEAR - WK_CALC_YEAR + 2
                MOVE WK_FIRST_GRANT TO WK_BASE_DATE
                COMPUTE WK_ADD_MONTHS = (WK_GRANT_NO - 1) * 12
                PERFORM ADD-MONTHS-RTN
                MOVE WK_RESULT_DATE TO WK_NEXT_GRANT
        END-IF.
        IF WK_NEXT_GRANT > WK_TODAY
            THEN
                GO TO GRANT-ONE-EXIT
        END-IF.
        PERFORM APPLY-GRANT-RTN.
        GO TO GRANT-ONE-NEXT.
    GRANT-ONE-EXIT.
    *>1-1.付与1回分(前回付与分を繰り越し、前々回付与分の残りは時効で消す)
    APPLY-GRANT-RTN SECTION.
        MOVE LVT_PRIOR_REMAIN(LVT_IDX) TO WK_EXPIRED.
        ADD WK_EXPIRED TO WK_EXPIRED_TOTAL.
        MOVE LVT_GRANT_DATE(LVT_IDX) TO LVT_PRIOR_DATE(LVT_IDX).
        MOVE LVT_GRANT_DAYS(LVT_IDX) TO LVT_PRIOR_GRANT_DAYS(LVT_IDX).
        MOVE LVT_CUR_REMAIN(LVT_IDX) TO LVT_PRIOR_REMAIN(LVT_IDX).
        MOVE LVT_TAKEN_YEAR(LVT_IDX) TO LVT_PRIOR_TAKEN(LVT_IDX).
        MOVE WK_NEXT_GRANT TO LVT_GRANT_DATE(LVT_IDX).
        IF WK_GRANT_NO > 7
            THEN
                MOVE WK_STATUTORY_DAYS(7) TO LVT_GRANT_DAYS(LVT_IDX)
            ELSE
                MOVE WK_STATUTORY_DAYS(WK_GRANT_NO)
                    TO LVT_GRANT_DAYS(LVT_IDX)
        END-IF.
        MOVE LVT_GRANT_DAYS(LVT_IDX) TO LVT_CUR_REMAIN(LVT_IDX).
        MOVE ZERO TO LVT_TAKEN_YEAR(LVT_IDX).
        ADD 1 TO WK_GRANT_CNT.
        MOVE LVT_EMPLOYEE(LVT_IDX) TO LGR_EMPLOYEE.
        MOVE LVT_NAME(LVT_IDX) TO LGR_NAME.
        MOVE LVT_HIRE_DATE(LVT_IDX) TO LGR_HIRE_DATE.
        MOVE LVT_GRANT_DATE(LVT_IDX) TO LGR_GRANT_DATE.
        COMPUTE LGR_SERVICE = WK_GRANT_NO - 0.5.
        MOVE LVT_GRANT_DAYS(LVT_IDX) TO LGR_GRANTED.
        MOVE WK_EXPIRED TO LGR_EXPIRED.
        COMPUTE WK_BALANCE =
            LVT_CUR_REMAIN(LVT_IDX) + LVT_PRIOR_REMAIN(LVT_IDX).
        MOVE WK_BALANCE TO LGR_BALANCE.
        WRITE PRINT_RECORD FROM LGR_DETAIL_LINE AFTER 1 LINE.
    APPLY-GRANT-EXIT.
    *>2.基準日+月数の日付(応当日が無い月は月末。例: 8/31の6か月後は2月末)
    ADD-MONTHS-RTN SECTION.
        MOVE WK_BASE_DATE TO WK_CALC_DATE.
        COMPUTE WK_MONTH_TOTAL =
            WK_CALC_YEAR * 12 + WK_CALC_MONTH - 1 + WK_ADD_MONTHS.
        DIVIDE WK_MONTH_TOTAL BY 12 GIVING WK_CALC_YEAR
            REMAINDER WK_CALC_MONTH.
        ADD 1 TO WK_CALC_MONTH.
        PERFORM UNTIL FUNCTION VALID-DATE(WK_CALC_DATE) = 1
                OR WK_CALC_DAY < 29
            SUBTRACT 1 FROM WK_CALC_DAY
        END-PERFORM.
        MOVE WK_CALC_DATE TO WK_RESULT_DATE.
    ADD-MONTHS-EXIT.
    *>3.休暇マスタの読み込み(入社日だけの新規行は残りの項目を0で始める)
    LOAD-LEAVE-RTN SECTION.
        OPEN INPUT LEAVE_MASTER_FILE.
        IF LEAVE_MASTER_STATUS NOT = "00"
            THEN
                GO TO LOAD-LEAVE-EXIT
        END-IF.
        PERFORM UNTIL LEAVE_MASTER_STATUS NOT = "00"
            READ LEAVE_MASTER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    PERFORM LOAD-ONE-LEAVE-RTN
            END-READ
        END-PERFORM.
        CLOSE LEAVE_MASTER_FILE.
        MOVE "00" TO LEAVE_MASTER_STATUS.
    LOAD-LEAVE-EXIT.
    *>3-1.休暇マスタ1行の取り込み(入社日の不正な行は付与せず、そのまま書き戻す)
    LOAD-ONE-LEAVE-RTN SECTION.
        IF LVT_TBL_SIZE >= 200
            THEN
                MOVE "Y" TO WK_OVERFLOW_SW
                GO TO LOAD-ONE-LEAVE-EXIT
        END-IF.
        ADD 1 TO LVT_TBL_SIZE.
        SET LVT_IDX TO LVT_TBL_SIZE.
        MOVE LV_EMPLOYEE TO LVT_EMPLOYEE(LVT_IDX).
        MOVE LEAVE_MASTER_RECORD TO LVT_RAW(LVT_IDX).
        IF FUNCTION VALID-DATE(LV_HIRE_DATE) = 0
            THEN
                DISPLAY "INVALID HIRE DATE. NOT GRANTED: "
                    LEAVE_MASTER_RECORD
                ADD 1 TO WK_SKIP_CNT
                MOVE "N" TO LVT_VALID_SW(LVT_IDX)
                GO TO LOAD-ONE-LEAVE-EXIT
        END-IF.
        MOVE "Y" TO LVT_VALID_SW(LVT_IDX).
        MOVE "*UNKNOWN*" TO LVT_NAME(LVT_IDX).
        MOVE LV_HIRE_DATE TO LVT_HIRE_DATE(LVT_IDX).
        MOVE ZERO TO LVT_GRANT_DATE(LVT_IDX) LVT_GRANT_DAYS(LVT_IDX)
            LVT_CUR_REMAIN(LVT_IDX) LVT_TAKEN_YEAR(LVT_IDX)
            LVT_PRIOR_DATE(LVT_IDX) LVT_PRIOR_GRANT_DAYS(LVT_IDX)
            LVT_PRIOR_REMAIN(LVT_IDX) LVT_PRIOR_TAKEN(LVT_IDX).
        IF LV_GRANT_DATE IS NUMERIC
            THEN
                MOVE LV_GRANT_DATE TO LVT_GRANT_DATE(LVT_IDX)
        END-IF.
        IF LV_GRANT_DAYS IS NUMERIC
            THEN
                MOVE LV_GRANT_DAYS TO LVT_GRANT_DAYS(LVT_IDX)(1:3)
        END-IF.
        IF LV_CUR_REMAIN IS NUMERIC
            THEN
                MOVE LV_CUR_REMAIN TO LVT_CUR_REMAIN(LVT_IDX)(1:3)
        END-IF.
        IF LV_TAKEN_YEAR IS NUMERIC
            THEN
                MOVE LV_TAKEN_YEAR TO LVT_TAKEN_YEAR(LVT_IDX)(1:3)
        END-IF.
        IF LV_PRIOR_DATE IS NUMERIC
            THEN
                MOVE LV_PRIOR_DATE TO LVT_PRIOR_DATE(LVT_IDX)
        END-IF.
        IF LV_PRIOR_GRANT_DAYS IS NUMERIC
            THEN
                MOVE LV_PRIOR_GRANT_DAYS
                    TO LVT_PRIOR_GRANT_DAYS(LVT_IDX)(1:3)
        END-IF.
        IF LV_PRIOR_REMAIN IS NUMERIC
            THEN
                MOVE LV_PRIOR_REMAIN TO LVT_PRIOR_REMAIN(LVT_IDX)(1:3)
        END-IF.
        IF LV_PRIOR_TAKEN IS NUMERIC
            THEN
                MOVE LV_PRIOR_TAKEN TO LVT_PRIOR_TAKEN(LVT_IDX)(1:3)
        END-IF.
    LOAD-ONE-LEAVE-EXIT.
    *>4.休暇マスタの書き戻し
    SAVE-LEAVE-RTN SECTION.
        OPEN OUTPUT LEAVE_MASTER_FILE.
        PERFORM VARYING LVT_IDX FROM 1 BY 1
                UNTIL LVT_IDX > LVT_TBL_SIZE
            PERFORM SAVE-ONE-LEAVE-RTN
        END-PERFORM.
        CLOSE LEAVE_MASTER_FILE.
    SAVE-LEAVE-EXIT.
    *>4-1.休暇マスタ1行の編集(取り込めなかった行は読んだままの形で戻す)
    SAVE-ONE-LEAVE-RTN SECTION.
        IF LVT_VALID_SW(LVT_IDX) NOT = "Y"
            THEN
                MOVE LVT_RAW(LVT_IDX) TO LEAVE_MASTER_RECORD
                WRITE LEAVE_MASTER_RECORD
                GO TO SAVE-ONE-LEAVE-EXIT
        END-IF.
        MOVE SPACE TO LEAVE_MASTER_RECORD.
        MOVE LVT_EMPLOYEE(LVT_IDX) TO LV_EMPLOYEE.
        MOVE LVT_HIRE_DATE(LVT_IDX) TO LV_HIRE_DATE.
        MOVE LVT_GRANT_DATE(LVT_IDX) TO LV_GRANT_DATE.
        MOVE LVT_GRANT_DAYS(LVT_IDX)(1:3) TO LV_GRANT_DAYS.
        MOVE LVT_CUR_REMAIN(LVT_IDX)(1:3) TO LV_CUR_REMAIN.
        MOVE LVT_TAKEN_YEAR(LVT_IDX)(1:3) TO LV_TAKEN_YEAR.
        MOVE LVT_PRIOR_DATE(LVT_IDX) TO LV_PRIOR_DATE.
        MOVE LVT_PRIOR_GRANT_DAYS(LVT_IDX)(1:3)
            TO LV_PRIOR_GRANT_DAYS.
        MOVE LVT_PRIOR_REMAIN(LVT_IDX)(1:3) TO LV_PRIOR_REMAIN.
        MOVE LVT_PRIOR_TAKEN(LVT_IDX)(1:3) TO LV_PRIOR_TAKEN.
        WRITE LEAVE_MASTER_RECORD.
    SAVE-ONE-LEAVE-EXIT.
    *>5.従業員マスタの読み込み(氏名と状態)
    LOAD-EMP-RTN SECTION.
        OPEN INPUT EMPLOYEE_MASTER_FILE.
        IF EMPLOYEE_MASTER_STATUS NOT = "00"
            THEN
                GO TO LOAD-EMP-EXIT
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
                            MOVE EM_STATUS TO ETB_STATUS(EMP_IDX)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE EMPLOYEE_MASTER_FILE.
    LOAD-EMP-EXIT.
*>LeaveMaster.txtの1行 = 従業員(5) 入社日(8) 今回付与日(8) 今回付与日数(3)
*>今回付与分の残り(3) 今回付与日以降の取得日数(3) 前回付与日(8) 前回付与日数(3)
*>前回付与分の残り(3) 前回付与の1年間の取得日数(3)(日数は0.1日単位。空白区切り)
*>新規の従業員は人事が"従業員 入社日"だけの行を足す(残りの項目は初回付与で埋まる)
*>取得は前回付与分(先に時効が来る方)から先に充てる(APPLICATION_100_TIMESHEET)
*>退職者(従業員マスタの状態"T")には付与しない。出勤率8割の要件は人事が確認し、
*>満たさない年は付与後に人事が休暇マスタを直す
*>LeaveGrant.txt = 有給休暇付与台帳(見出し行は"***"で始まる)
