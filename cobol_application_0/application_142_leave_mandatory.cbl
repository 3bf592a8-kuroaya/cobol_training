*>年5日の有給休暇取得の確認 10日以上付与された従業員は、付与日から1年以内に
*>5日を取得させなければならない(会社が時季を指定してでも取得させる義務)
*>休暇マスタ(LeaveMaster.txt)から、今回付与分の1年の取得日数が5日に満たない
*>従業員を、期限(付与日の1年後の前日)と不足日数を付けて一覧にする
*>  期限まで90日を切った従業員には **DUE SOON** を付け、時季指定を急がせる
*>  前回付与の1年間で5日に届かなかった従業員は **MISSED** として別に挙げる
*>結果は年5日取得確認表(LeaveMandatory.txt)に印字し、スプール台帳へ登録する
*>対象者が1名でもいればRCを4にする(付与はAPPLICATION_141_LEAVE_GRANT)
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_142_LEAVE_MANDATORY.
ENVIRONMENT DIVISION.
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
        SELECT PRINT_FILE ASSIGN TO "LeaveMandatory.txt"
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
            05 LV_GRANT_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 LV_GRANT_DAYS PIC 9(02)V9(01).
            05 FILLER PIC X(01).
            05 LV_CUR_REMAIN PIC 9(02)V9(01).
            05 FILLER PIC X(01).
            05 LV_TAKEN_YEAR PIC 9(02)V9(01).
            05 FILLER PIC X(01).
            05 LV_PRIOR_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 LV_PRIOR_GRANT_DAYS PIC 9(02)V9(01).
            05 FILLER PIC X(01).
            05 LV_PRIOR_REMAIN PIC 9(02)V9(01).
            05 FILLER PIC X(01).
            05 LV_PRIOR_TAKEN PIC 9(02)V9(01).
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
*>取得義務の日数・義務の対象となる付与日数・期限前の警告日数
        01 WK_MANDATORY_DAYS PIC 9(02)V9(01) VALUE 5.
        01 WK_ELIGIBLE_DAYS PIC 9(02)V9(01) VALUE 10.
        01 WK_WARN_DAYS PIC 9(03) VALUE 90.
*>従業員マスタテーブル(氏名の解決と退職者の判定)
        01 EMP_TBL_MASTER.
            05 EMP_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 EMP_TBL OCCURS 0 TO 200
                DEPENDING ON EMP_TBL_SIZE
                INDEXED BY EMP_IDX.
                10 ETB_CODE PIC X(05).
                10 ETB_NAME PIC X(10).
                10 ETB_STATUS PIC X(01).
*>期限の計算(付与日の1年後の応当日の前日。2/29付与は翌年2/28)
        01 WK_CALC_DATE.
            05 WK_CALC_YEAR PIC 9(04).
            05 WK_CALC_MONTH PIC 9(02).
            05 WK_CALC_DAY PIC 9(02).
        01 WK_CALC_NUM REDEFINES WK_CALC_DATE PIC 9(08).
        01 WK_DEADLINE_INT PIC 9(07).
        01 WK_TODAY_INT PIC 9(07).
        01 WK_DEADLINE PIC 9(08).
        01 WK_DAYS_LEFT PIC S9(05).
        01 WK_SHORT PIC 9(02)V9(01).
        01 WK_EMP_NAME PIC X(10).
        01 WK_CHECKED_CNT PIC 9(05) VALUE ZERO.
        01 WK_SHORT_CNT PIC 9(05) VALUE ZERO.
        01 WK_DUE_CNT PIC 9(05) VALUE ZERO.
        01 WK_MISSED_CNT PIC 9(05) VALUE ZERO.
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "LeaveMandatory.txt".
*>帳票行(見出し/項目名/明細/合計)
        01 LMD_TITLE_LINE.
            05 PIC X(36) VALUE "*** 5-DAY PAID LEAVE CHECK ***".
            05 PIC X(10) VALUE "RUN DATE: ".
            05 LMD_TODAY PIC 9(08).
            05 PIC X(26) VALUE SPACE.
        01 LMD_COLUMN_LINE.
            05 PIC X(40) VALUE
                "EMP   NAME       GRANT DT GRANTED  TAKEN".
            05 PIC X(40) VALUE
                "  SHORT DEADLINE DAYS LEFT".
        01 LMD_DETAIL_LINE.
            05 LMD_EMPLOYEE PIC X(05).
            05 PIC X(01) VALUE SPACE.
            05 LMD_NAME PIC X(10).
            05 PIC X(01) VALUE SPACE.
            05 LMD_GRANT_DATE PIC 9(08).
            05 PIC X(01) VALUE SPACE.
            05 LMD_GRANTED PIC ZZZ9.9.
            05 PIC X(01) VALUE SPACE.
            05 LMD_TAKEN PIC ZZZ9.9.
            05 PIC X(01) VALUE SPACE.
            05 LMD_SHORT PIC ZZZ9.9.
            05 PIC X(01) VALUE SPACE.
            05 LMD_DEADLINE PIC 9(08).
            05 PIC X(01) VALUE SPACE.
            05 LMD_DAYS_LEFT PIC ---,--9.
            05 PIC X(01) VALUE SPACE.
            05 LMD_FLAG PIC X(12).
        01 LMD_NONE_LINE.
            05 PIC X(80) VALUE "  ALL EMPLOYEES ON TRACK".
        01 LMD_TOTAL_LINE.
            05 PIC X(09) VALUE "CHECKED: ".
            05 LMD_CHECKED_CNT PIC ZZZZ9.
            05 PIC X(09) VALUE "   SHORT:".
            05 LMD_SHORT_CNT PIC ZZZZ9.
            05 PIC X(12) VALUE "   DUE SOON:".
            05 LMD_DUE_CNT PIC ZZZZ9.
            05 PIC X(10) VALUE "   MISSED:".
            05 LMD_MISSED_CNT PIC ZZZZ9.
            05 PIC X(20) VALUE SPACE.
PROCEDURE DIVISION.
    LEAVE_MANDATORY_RTN SECTION.
    *>初期処理(従業員マスタの読み込み、休暇マスタのオープン)
        CALL "BUSINESS_DATE" USING WK_TODAY.
        COMPUTE WK_TODAY_INT = FUNCTION INTEGER-OF-DATE(WK_TODAY).
        PERFORM LOAD-EMP-RTN.
        OPEN INPUT LEAVE_MASTER_FILE.
        IF LEAVE_MASTER_STATUS NOT = "00"
            THEN
                DISPLAY "LEAVE MASTER NOT FOUND."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        OPEN OUTPUT PRINT_FILE.
        MOVE WK_TODAY TO LMD_TODAY.
        WRITE PRINT_RECORD FROM LMD_TITLE_LINE AFTER PAGE.
        WRITE PRINT_RECORD FROM LMD_COLUMN_LINE AFTER 2 LINE.
    *>主処理(休暇マスタ1行ずつ、今回付与分と前回付与分の取得日数を確かめる)
        PERFORM UNTIL LEAVE_MASTER_STATUS NOT = "00"
            READ LEAVE_MASTER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    PERFORM CHECK-ONE-RTN
            END-READ
        END-PERFORM.
    *>終了処理(合計行、スプール台帳への登録)
        IF WK_SHORT_CNT + WK_MISSED_CNT = ZERO
            THEN
                WRITE PRINT_RECORD FROM LMD_NONE_LINE AFTER 1 LINE
        END-IF.
        MOVE WK_CHECKED_CNT TO LMD_CHECKED_CNT.
        MOVE WK_SHORT_CNT TO LMD_SHORT_CNT.
        MOVE WK_DUE_CNT TO LMD_DUE_CNT.
        MOVE WK_MISSED_CNT TO LMD_MISSED_CNT.
        WRITE PRINT_RECORD FROM LMD_TOTAL_LINE AFTER 2 LINE.
        CLOSE LEAVE_MASTER_FILE PRINT_FILE.
        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME.
        DISPLAY "LEAVE MANDATORY END. CHECKED:" WK_CHECKED_CNT
            " SHORT:" WK_SHORT_CNT " MISSED:" WK_MISSED_CNT.
        IF WK_SHORT_CNT + WK_MISSED_CNT > ZERO
            THEN
                MOVE 4 TO RETURN-CODE
        END-IF.
        STOP RUN.
    LEAVE_MANDATORY_EXIT.
    *>1.従業員1名の確認(付与前・退職者・10日未満の付与は義務の対象外)
    CHECK-ONE-RTN SECTION.
        IF LV_GRANT_DATE IS NOT NUMERIC
                OR LV_GRANT_DAYS IS NOT NUMERIC
                OR LV_TAKEN_YEAR IS NOT NUMERIC
            THEN
                GO TO CHECK-ONE-EXIT
        END-IF.
        IF LV_GRANT_DATE = ZERO
            THEN
                GO TO CHECK-ONE-EXIT
        END-IF.
        MOVE "*UNKNOWN*" TO WK_EMP_NAME.
        SET EMP_IDX TO 1.
        SEARCH EMP_TBL
            AT END
                CONTINUE
            WHEN ETB_CODE(EMP_IDX) = LV_EMPLOYEE
                MOVE ETB_NAME(EMP_IDX) TO WK_EMP_NAME
                IF ETB_STATUS(EMP_IDX) = "T"
                    THEN
                        GO TO CHECK-ONE-EXIT
                END-IF
        END-SEARCH.
        PERFORM CHECK-PRIOR-RTN.
        IF LV_GRANT_DAYS < WK_ELIGIBLE_DAYS
            THEN
                GO TO CHECK-ONE-EXIT
        END-IF.
        ADD 1 TO WK_CHECKED_CNT.
        IF LV_TAKEN_YEAR NOT < WK_MANDATORY_DAYS
            THEN
                GO TO CHECK-ONE-EXIT
        END-IF.
        MOVE LV_GRANT_DATE TO WK_CALC_DATE.
        PERFORM CALC-DEADLINE-RTN.
        COMPUTE WK_SHORT = WK_MANDATORY_DAYS - LV_TAKEN_YEAR.
        COMPUTE WK_DAYS_LEFT = WK_DEADLINE_INT - WK_TODAY_INT.
        ADD 1 TO WK_SHORT_CNT.
        MOVE SPACE TO LMD_FLAG.
        IF WK_DAYS_LEFT NOT > WK_WARN_DAYS
            THEN
                MOVE "**DUE SOON**" TO LMD_FLAG
                ADD 1 TO WK_DUE_CNT
        END-IF.
        MOVE LV_GRANT_DATE TO LMD_GRANT_DATE.
        MOVE LV_GRANT_DAYS TO LMD_GRANTED.
        MOVE LV_TAKEN_YEAR TO LMD_TAKEN.
        PERFORM WRITE-DETAIL-RTN.
    CHECK-ONE-EXIT.
    *>1-1.前回付与の1年間(今回付与日の前日で締まっている)の取得日数
    CHECK-PRIOR-RTN SECTION.
        IF LV_PRIOR_DATE IS NOT NUMERIC
                OR LV_PRIOR_GRANT_DAYS IS NOT NUMERIC
                OR LV_PRIOR_TAKEN IS NOT NUMERIC
            THEN
                GO TO CHECK-PRIOR-EXIT
        END-IF.
        IF LV_PRIOR_DATE = ZERO
                OR LV_PRIOR_GRANT_DAYS < WK_ELIGIBLE_DAYS
                OR LV_PRIOR_TAKEN NOT < WK_MANDATORY_DAYS
            THEN
                GO TO CHECK-PRIOR-EXIT
        END-IF.
        MOVE LV_PRIOR_DATE TO WK_CALC_DATE.
        PERFORM CALC-DEADLINE-RTN.
    *>期限が業務日付より後なら、まだ締まっていない(付与日の直し中など)
        IF WK_DEADLINE_INT NOT < WK_TODAY_INT
            THEN
                GO TO CHECK-PRIOR-EXIT
        END-IF.
        COMPUTE WK_SHORT = WK_MANDATORY_DAYS - LV_PRIOR_TAKEN.
        COMPUTE WK_DAYS_LEFT = WK_DEADLINE_INT - WK_TODAY_INT.
        ADD 1 TO WK_MISSED_CNT.
        MOVE "**MISSED**" TO LMD_FLAG.
        MOVE LV_PRIOR_DATE TO LMD_GRANT_DATE.
        MOVE LV_PRIOR_GRANT_DAYS TO LMD_GRANTED.
        MOVE LV_PRIOR_TAKEN TO LMD_TAKEN.
        PERFORM WRITE-DETAIL-RTN.
    CHECK-PRIOR-EXIT.
    *>1-2.明細行の印字(付与日・付与日数・取得日数とフラグは呼び出し側で設定)
    WRITE-DETAIL-RTN SECTION.
        MOVE LV_EMPLOYEE TO LMD_EMPLOYEE.
        MOVE WK_EMP_NAME TO LMD_NAME.
        MOVE WK_SHORT TO LMD_SHORT.
        MOVE WK_DEADLINE TO LMD_DEADLINE.
        MOVE WK_DAYS_LEFT TO LMD_DAYS_LEFT.
        WRITE PRINT_RECORD FROM LMD_DETAIL_LINE AFTER 1 LINE.
    WRITE-DETAIL-EXIT.
    *>2.期限 = 付与日の1年後の応当日の前日(WK_CALC_DATEに付与日を入れて呼ぶ)
    CALC-DEADLINE-RTN SECTION.
        ADD 1 TO WK_CALC_YEAR.
        IF WK_CALC_MONTH = 2 AND WK_CALC_DAY = 29
            THEN
                MOVE 3 TO WK_CALC_MONTH
                MOVE 1 TO WK_CALC_DAY
        END-IF.
        COMPUTE WK_DEADLINE_INT =
            FUNCTION INTEGER-OF-DATE(WK_CALC_NUM) - 1.
        COMPUTE WK_DEADLINE =
            FUNCTION DATE-OF-INTEGER(WK_DEADLINE_INT).
    CALC-DEADLINE-EXIT.
    *>3.従業員マスタの読み込み(氏名と状態)
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
*>LeaveMandatory.txt = 年5日取得確認表(見出し行は"***"で始まる)
*>明細 = 今回付与分で5日に届いていない従業員(期限まで90日以内は **DUE SOON**)と、
*>前回付与の1年間で5日に届かなかった従業員(**MISSED**。残り日数は期限からの経過日数のマイナス)
*>取得日数は休暇マスタの今回付与日以降の取得日数(APPLICATION_100_TIMESHEETで加算)
