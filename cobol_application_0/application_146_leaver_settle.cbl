*>退職精算 退職者("T")は次の給与から外れるだけで、最終給与の日割り・
*>有給休暇の残日数の買い取り・ローン等の残高の回収は給与担当が手計算していた
*>退職精算台帳(LeaverSettlement.txt。退職の適用時にAPPLICATION_104が
*>退職日つきの未精算"P"行を作る)を業務日付で処理する
*>  精算:退職月が当月以前の未精算者について
*>    日割り給与 = 退職前の直近の月の総支給 × 退職日 ÷ 退職月の暦日数
*>                 (退職月の通常の支給が済んでいれば0)
*>    有給休暇の買い取り = 休暇マスタの残日数 × 日額(直近の月の総支給 ÷ 20日)
*>    の合計を最終精算の1行として給与入力(PayInput.txt)へ追記し、"S"(精算済み)にする
*>    残高追跡控除(DeductionBalance.txt)の残高は、その月の給与計算
*>    (APPLICATION_34_PAYROLL)が分割額ではなく全額を手取りの範囲で回収する
*>  完了:精算済みの最終給与が支給履歴に載り、銀行リターン(BankReturn.txt)で
*>    同額の振込済("00")が確認できたら、口座マスタの口座を解約("X")し、
*>    口座変更履歴へ残して"C"(完了)にする。回収しきれなかった残高は直接回収として出す
*>従業員ファイル用の精算書(LeaverStatement.txt。1名1ページ)を印字し、スプール台帳へ登録する
*>給与入力へ追記するため、当月の勤務時間計算(APPLICATION_101)と手数料
*>(APPLICATION_90)の後、給与計算の前に流すこと
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_146_LEAVER_SETTLE.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT LEAVER_SETTLE_FILE
            ASSIGN TO "LeaverSettlement.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LEAVER_SETTLE_STATUS.
        SELECT EMPLOYEE_MASTER_FILE
            ASSIGN TO "EmployeeMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EMPLOYEE_MASTER_STATUS.
        SELECT PAY_HISTORY_FILE
            ASSIGN TO "PayHistory.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAY_HISTORY_STATUS.
        SELECT LEAVE_MASTER_FILE
            ASSIGN TO "LeaveMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LEAVE_MASTER_STATUS.
        SELECT DEDUCTION_BALANCE_FILE
            ASSIGN TO "DeductionBalance.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DEDUCTION_BALANCE_STATUS.
        SELECT PAY_INPUT_FILE
            ASSIGN TO "PayInput.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAY_INPUT_STATUS.
        SELECT BANK_RETURN_FILE
            ASSIGN TO "BankReturn.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BANK_RETURN_STATUS.
        SELECT BANK_ACCT_MASTER_FILE
            ASSIGN TO "BankAccountMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BANK_ACCT_MASTER_STATUS.
        SELECT BANK_ACCT_LOG_FILE
            ASSIGN TO "BankAcctChangeLog.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BANK_ACCT_LOG_STATUS.
        SELECT PRINT_FILE ASSIGN TO "LeaverStatement.txt"
            FILE STATUS IS PRINT_STATUS.
DATA DIVISION.
    FILE SECTION.
*>退職精算台帳(状態 P=未精算 S=精算済み(最終給与の振込待ち) C=完了)
        FD LEAVER_SETTLE_FILE.
        01 LEAVER_SETTLE_RECORD.
            05 LVS_EMPLOYEE PIC X(05).
            05 FILLER PIC X(01).
            05 LVS_LEAVING_DATE PIC X(08).
            05 FILLER PIC X(01).
            05 LVS_STATUS PIC X(01).
            05 FILLER PIC X(01).
            05 LVS_PERIOD PIC X(06).
            05 FILLER PIC X(01).
            05 LVS_GROSS PIC X(05).
            05 FILLER PIC X(01).
            05 LVS_SETTLED_DATE PIC X(08).
        FD EMPLOYEE_MASTER_FILE.
        01 EMPLOYEE_MASTER_RECORD.
            05 EM_CODE PIC X(05).
            05 EM_BELONGS PIC X(03).
            05 EM_NAME PIC X(10).
            05 EM_FURIGANA PIC X(20).
            05 EM_STATUS PIC X(01).
        FD PAY_HISTORY_FILE.
        01 PAY_HISTORY_RECORD.
            05 PH_PERIOD PIC 9(06).
            05 FILLER PIC X(01).
            05 PH_EMPLOYEE_ID PIC X(05).
            05 FILLER PIC X(01).
            05 PH_GROSS PIC 9(05).
            05 FILLER PIC X(01).
            05 PH_TAX PIC 9(05).
            05 FILLER PIC X(01).
            05 PH_HEALTH PIC 9(05).
            05 FILLER PIC X(01).
            05 PH_PENSION PIC 9(05).
            05 FILLER PIC X(01).
            05 PH_OTHER PIC 9(05).
            05 FILLER PIC X(01).
            05 PH_NET PIC 9(05).
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
            05 LV_TAKEN_YEAR PIC X(03).
            05 FILLER PIC X(01).
            05 LV_PRIOR_DATE PIC X(08).
            05 FILLER PIC X(01).
            05 LV_PRIOR_GRANT_DAYS PIC X(03).
            05 FILLER PIC X(01).
            05 LV_PRIOR_REMAIN PIC 9(02)V9(01).
            05 FILLER PIC X(01).
            05 LV_PRIOR_TAKEN PIC X(03).
        FD DEDUCTION_BALANCE_FILE.
        01 DEDUCTION_BALANCE_RECORD.
            05 DB_EMPLOYEE_ID PIC X(05).
            05 FILLER PIC X(01).
            05 DB_CODE PIC X(03).
            05 FILLER PIC X(01).
            05 DB_ORIGINAL PIC 9(07).
            05 FILLER PIC X(01).
            05 DB_REMAINING PIC 9(07).
        FD PAY_INPUT_FILE.
        01 PAY_INPUT_RECORD.
            05 IN_EMPLOYEE_ID PIC X(05).
            05 IN_GROSS_PAY PIC 9(05).
            05 IN_HEALTH_DEDUCTION PIC 9(05).
            05 IN_PENSION_DEDUCTION PIC 9(05).
        FD BANK_RETURN_FILE.
        01 BANK_RETURN_RECORD.
            05 BR_EMPLOYEE_ID PIC X(05).
            05 FILLER PIC X(01).
            05 BR_AMOUNT PIC S9(07) SIGN LEADING SEPARATE.
            05 FILLER PIC X(01).
            05 BR_STATUS PIC X(02).
*>口座マスタ(状態 P=プレノート未確認 V=確認済み X=解約)
        FD BANK_ACCT_MASTER_FILE.
        01 BANK_ACCT_MASTER_RECORD.
            05 BA_EMPLOYEE_ID PIC X(05).
            05 FILLER PIC X(01).
            05 BA_BANK PIC X(04).
            05 BA_BRANCH PIC X(03).
            05 BA_ACCOUNT PIC X(07).
            05 FILLER PIC X(01).
            05 BA_EFFECTIVE PIC X(08).
            05 FILLER PIC X(01).
            05 BA_STATUS PIC X(01).
        FD BANK_ACCT_LOG_FILE.
        01 BANK_ACCT_LOG_RECORD.
            05 BAL_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 BAL_TIME PIC 9(08).
            05 FILLER PIC X(01).
            05 BAL_OPERATOR PIC X(05).
            05 FILLER PIC X(01).
            05 BAL_ACTION PIC X(10).
            05 FILLER PIC X(01).
            05 BAL_EMPLOYEE PIC X(05).
            05 FILLER PIC X(01).
            05 BAL_DETAIL PIC X(20).
        FD PRINT_FILE.
        01 PRINT_RECORD PIC X(80).
    WORKING-STORAGE SECTION.
        01 LEAVER_SETTLE_STATUS PIC XX.
        01 EMPLOYEE_MASTER_STATUS PIC XX.
        01 PAY_HISTORY_STATUS PIC XX.
        01 LEAVE_MASTER_STATUS PIC XX.
        01 DEDUCTION_BALANCE_STATUS PIC XX.
        01 PAY_INPUT_STATUS PIC XX.
        01 BANK_RETURN_STATUS PIC XX.
        01 BANK_ACCT_MASTER_STATUS PIC XX.
        01 BANK_ACCT_LOG_STATUS PIC XX.
        01 PRINT_STATUS PIC XX.
        01 PAY_INPUT_SW PIC X(01) VALUE "N".
            88 PAY_INPUT_OPENED VALUE "Y".
        01 BANK_ACCT_LOG_SW PIC X(01) VALUE "N".
            88 BANK_ACCT_LOG_OPENED VALUE "Y".
        01 WK_TODAY PIC 9(08).
        01 WK_TODAY_R REDEFINES WK_TODAY.
            05 WK_TODAY_PERIOD PIC 9(06).
            05 FILLER PIC X(02).
*>1か月の所定労働日数(有給休暇の買い取りの日額 = 月の総支給 ÷ この日数)
        01 WK_WORK_DAYS PIC 9(02) VALUE 20.
*>月の暦日数(2月はうるう年の判定で29日にする)
        01 WK_MONTH_DAYS_VALUE PIC X(24)
            VALUE "312831303130313130313031".
        01 WK_MONTH_DAYS_TBL REDEFINES WK_MONTH_DAYS_VALUE.
            05 WK_MONTH_DAYS PIC 9(02) OCCURS 12.
*>退職精算台帳テーブル(1行をそのまま持ち、集めた計算材料を並べて持つ)
        01 LST_TBL_MASTER.
            05 LST_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 LST_TBL OCCURS 0 TO 200
                DEPENDING ON LST_TBL_SIZE
                INDEXED BY LST_IDX.
                10 LST_RECORD PIC X(38).
                10 LST_EMPLOYEE PIC X(05).
                10 LST_LEAVING_PERIOD PIC 9(06).
                10 LST_BASIS_PERIOD PIC 9(06).
                10 LST_BASIS_GROSS PIC 9(05).
                10 LST_MONTH_PAID PIC X(01).
                10 LST_FINAL_FOUND PIC X(01).
                10 LST_FINAL_NET PIC 9(05).
                10 LST_CLEARED PIC X(01).
                10 LST_LEAVE_DAYS PIC 9(03)V9(01).
*>従業員マスタテーブル(氏名の解決)
        01 EMP_TBL_MASTER.
            05 EMP_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 EMP_TBL OCCURS 0 TO 200
                DEPENDING ON EMP_TBL_SIZE
                INDEXED BY EMP_IDX.
                10 ETB_CODE PIC X(05).
                10 ETB_NAME PIC X(10).
*>退職者の控除残高(残高のある行だけ)
        01 DBT_TBL_MASTER.
            05 DBT_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 DBT_TBL OCCURS 0 TO 200
                DEPENDING ON DBT_TBL_SIZE
                INDEXED BY DBT_IDX.
                10 DBT_EMPLOYEE PIC X(05).
                10 DBT_CODE PIC X(03).
                10 DBT_REMAINING PIC 9(07).
*>口座マスタテーブル(1行をそのまま持ち、解約した行だけ状態を書き換える)
        01 ACCT_TBL_MASTER.
            05 ACCT_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 ACCT_TBL OCCURS 0 TO 200
                DEPENDING ON ACCT_TBL_SIZE
                INDEXED BY ACCT_IDX.
                10 ATB_RECORD PIC X(31).
        01 SW_ACCT_DIRTY PIC X(01) VALUE SPACE.
*>1名分の計算エリア
        01 WK_EMP_NAME PIC X(10).
        01 WK_LEAVING_DATE PIC 9(08).
        01 WK_LEAVING_R REDEFINES WK_LEAVING_DATE.
            05 WK_LEAVING_YEAR PIC 9(04).
            05 WK_LEAVING_MONTH PIC 9(02).
            05 WK_LEAVING_DAY PIC 9(02).
        01 WK_DAYS_IN_MONTH PIC 9(02).
        01 WK_LEAP_REM PIC 9(03).
        01 WK_LEAP_QUOT PIC 9(04).
        01 WK_PRORATA PIC 9(07).
        01 WK_DAILY_RATE PIC 9(05).
        01 WK_LEAVE_PAY PIC 9(07).
        01 WK_FINAL_GROSS PIC 9(07).
        01 WK_GROSS_OUT PIC 9(05).
        01 WK_OUTSTANDING PIC 9(07).
*>件数集計
        01 WK_SETTLED_CNT PIC 9(05) VALUE ZERO.
        01 WK_CLOSED_CNT PIC 9(05) VALUE ZERO.
        01 WK_WAITING_CNT PIC 9(05) VALUE ZERO.
        01 WK_WARNING_CNT PIC 9(05) VALUE ZERO.
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "LeaverStatement.txt".
*>精算書の行
        01 LSP_TITLE_LINE.
            05 LSP_TITLE PIC X(50).
            05 PIC X(10) VALUE "RUN DATE: ".
            05 LSP_TODAY PIC 9(08).
            05 PIC X(12) VALUE SPACE.
        01 LSP_EMP_LINE.
            05 PIC X(10) VALUE "EMPLOYEE: ".
            05 LSP_EMPLOYEE PIC X(05).
            05 PIC X(01) VALUE SPACE.
            05 LSP_NAME PIC X(10).
            05 PIC X(17) VALUE "   LEAVING DATE: ".
            05 LSP_LEAVING PIC 9(08).
            05 PIC X(19) VALUE "   FINAL PAY MONTH:".
            05 LSP_PERIOD PIC X(06).
            05 PIC X(04) VALUE SPACE.
        01 LSP_AMOUNT_LINE.
            05 LSP_LABEL PIC X(34).
            05 LSP_AMOUNT PIC Z,ZZZ,ZZ9.
            05 PIC X(02) VALUE SPACE.
            05 LSP_NOTE PIC X(35).
        01 LSP_BALANCE_LINE.
            05 PIC X(09) VALUE "  CODE   ".
            05 LSP_CODE PIC X(03).
            05 PIC X(22) VALUE "   REMAINING".
            05 LSP_REMAINING PIC Z,ZZZ,ZZ9.
            05 PIC X(37) VALUE SPACE.
        01 LSP_TEXT_LINE PIC X(80).
        01 LSP_DAYS_EDIT PIC ZZ9.9.
        01 LSP_DAYS_NUM PIC Z9.
        01 LSP_RATE_EDIT PIC ZZ,ZZ9.
        01 LSP_TOTAL_LINE.
            05 PIC X(09) VALUE "SETTLED: ".
            05 LSP_SETTLED_CNT PIC ZZZZ9.
            05 PIC X(20) VALUE "   ACCOUNTS CLOSED: ".
            05 LSP_CLOSED_CNT PIC ZZZZ9.
            05 PIC X(27) VALUE "   AWAITING FINAL PAYMENT: ".
            05 LSP_WAITING_CNT PIC ZZZZ9.
            05 PIC X(09) VALUE SPACE.
PROCEDURE DIVISION.
    LEAVER_SETTLE_RTN SECTION.
    *>初期処理(台帳と計算材料の読み込み)
        CALL "BUSINESS_DATE" USING WK_TODAY.
        PERFORM LOAD_SETTLE_RTN.
        IF LST_TBL_SIZE = ZERO
            THEN
                DISPLAY "NO LEAVERS ON SETTLEMENT REGISTER."
                STOP RUN
        END-IF.
        PERFORM LOAD_EMP_RTN.
        PERFORM LOAD_HISTORY_RTN.
        PERFORM LOAD_LEAVE_RTN.
        PERFORM LOAD_BALANCES_RTN.
        PERFORM LOAD_RETURN_RTN.
        PERFORM LOAD_ACCT_RTN.
    *>主処理(未精算者の精算と、精算済みで振込が確認できた者の完了)
        OPEN OUTPUT PRINT_FILE.
        PERFORM ONE_LEAVER_RTN
            VARYING LST_IDX FROM 1 BY 1
            UNTIL LST_IDX > LST_TBL_SIZE.
    *>終了処理(台帳・口座マスタの書き戻し、合計、スプール台帳への登録)
        MOVE "*** LEAVER SETTLEMENT SUMMARY ***" TO LSP_TITLE.
        MOVE WK_TODAY TO LSP_TODAY.
        WRITE PRINT_RECORD FROM LSP_TITLE_LINE AFTER PAGE.
        MOVE WK_SETTLED_CNT TO LSP_SETTLED_CNT.
        MOVE WK_CLOSED_CNT TO LSP_CLOSED_CNT.
        MOVE WK_WAITING_CNT TO LSP_WAITING_CNT.
        WRITE PRINT_RECORD FROM LSP_TOTAL_LINE AFTER 2 LINE.
        CLOSE PRINT_FILE.
        IF PAY_INPUT_OPENED
            THEN
                CLOSE PAY_INPUT_FILE
        END-IF.
        IF BANK_ACCT_LOG_OPENED
            THEN
                CLOSE BANK_ACCT_LOG_FILE
        END-IF.
        PERFORM SAVE_SETTLE_RTN.
        IF SW_ACCT_DIRTY = "1"
            THEN
                PERFORM SAVE_ACCT_RTN
        END-IF.
        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME.
        DISPLAY "LEAVER SETTLEMENT END. SETTLED:" WK_SETTLED_CNT
            " CLOSED:" WK_CLOSED_CNT " WAITING:" WK_WAITING_CNT.
        IF WK_WARNING_CNT > ZERO
            THEN
                MOVE 4 TO RETURN-CODE
        END-IF.
        STOP RUN.
    LEAVER_SETTLE_EXIT.
    *>1.台帳1行分(P=精算、S=完了の確認、C=何もしない)
    ONE_LEAVER_RTN SECTION.
        MOVE LST_RECORD(LST_IDX) TO LEAVER_SETTLE_RECORD.
        MOVE "*UNKNOWN*" TO WK_EMP_NAME.
        SET EMP_IDX TO 1.
        SEARCH EMP_TBL
            AT END
                CONTINUE
            WHEN ETB_CODE(EMP_IDX) = LVS_EMPLOYEE
                MOVE ETB_NAME(EMP_IDX) TO WK_EMP_NAME
        END-SEARCH.
        EVALUATE LVS_STATUS
            WHEN "P"
*>退職月がまだ来ていない退職者は、その月になってから精算する
                IF LST_LEAVING_PERIOD(LST_IDX) <= WK_TODAY_PERIOD
                    THEN
                        PERFORM SETTLE_RTN
                END-IF
            WHEN "S"
                IF LST_CLEARED(LST_IDX) = "Y"
                    THEN
                        PERFORM COMPLETE_RTN
                    ELSE
                        ADD 1 TO WK_WAITING_CNT
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE.
        MOVE LEAVER_SETTLE_RECORD TO LST_RECORD(LST_IDX).
    ONE_LEAVER_EXIT.
    *>2.精算(日割り給与+有給休暇の買い取りを最終精算の1行にし、精算書を印字する)
    SETTLE_RTN SECTION.
        MOVE LVS_LEAVING_DATE TO WK_LEAVING_DATE.
        PERFORM DAYS_IN_MONTH_RTN.
        MOVE ZERO TO WK_PRORATA WK_LEAVE_PAY WK_DAILY_RATE.
        IF LST_MONTH_PAID(LST_IDX) NOT = "Y"
            THEN
                COMPUTE WK_PRORATA ROUNDED =
                    LST_BASIS_GROSS(LST_IDX) * WK_LEAVING_DAY
                        / WK_DAYS_IN_MONTH
        END-IF.
        COMPUTE WK_DAILY_RATE ROUNDED =
            LST_BASIS_GROSS(LST_IDX) / WK_WORK_DAYS.
        COMPUTE WK_LEAVE_PAY ROUNDED =
            WK_DAILY_RATE * LST_LEAVE_DAYS(LST_IDX).
        COMPUTE WK_FINAL_GROSS = WK_PRORATA + WK_LEAVE_PAY.
        MOVE "*** LEAVER SETTLEMENT STATEMENT ***" TO LSP_TITLE.
        MOVE WK_TODAY TO LSP_TODAY.
        WRITE PRINT_RECORD FROM LSP_TITLE_LINE AFTER PAGE.
        MOVE LVS_EMPLOYEE TO LSP_EMPLOYEE.
        MOVE WK_EMP_NAME TO LSP_NAME.
        MOVE WK_LEAVING_DATE TO LSP_LEAVING.
        MOVE WK_TODAY_PERIOD TO LSP_PERIOD.
        WRITE PRINT_RECORD FROM LSP_EMP_LINE AFTER 2 LINE.
*>直近の月の総支給(日割りと日額の基礎)
        MOVE SPACE TO LSP_AMOUNT_LINE.
        MOVE "MONTHLY BASIS" TO LSP_LABEL.
        MOVE LST_BASIS_GROSS(LST_IDX) TO LSP_AMOUNT.
        IF LST_BASIS_PERIOD(LST_IDX) = ZERO
            THEN
                MOVE "NO PAY HISTORY - CHECK BY HAND" TO LSP_NOTE
                ADD 1 TO WK_WARNING_CNT
            ELSE
                STRING "(GROSS OF " DELIMITED BY SIZE
                    LST_BASIS_PERIOD(LST_IDX) DELIMITED BY SIZE
                    ")" DELIMITED BY SIZE
                    INTO LSP_NOTE
        END-IF.
        WRITE PRINT_RECORD FROM LSP_AMOUNT_LINE AFTER 2 LINE.
        MOVE SPACE TO LSP_AMOUNT_LINE.
        MOVE "PRO-RATA PAY" TO LSP_LABEL.
        MOVE WK_PRORATA TO LSP_AMOUNT.
        IF LST_MONTH_PAID(LST_IDX) = "Y"
            THEN
                MOVE "(LEAVING MONTH ALREADY PAID)" TO LSP_NOTE
            ELSE
                MOVE WK_LEAVING_DAY TO LSP_DAYS_NUM
                STRING "(" DELIMITED BY SIZE
                    LSP_DAYS_NUM DELIMITED BY SIZE
                    " OF " DELIMITED BY SIZE
                    WK_DAYS_IN_MONTH DELIMITED BY SIZE
                    " DAYS)" DELIMITED BY SIZE
                    INTO LSP_NOTE
        END-IF.
        WRITE PRINT_RECORD FROM LSP_AMOUNT_LINE AFTER 1 LINE.
        MOVE SPACE TO LSP_AMOUNT_LINE.
        MOVE "PAID LEAVE PAYOUT" TO LSP_LABEL.
        MOVE WK_LEAVE_PAY TO LSP_AMOUNT.
        MOVE LST_LEAVE_DAYS(LST_IDX) TO LSP_DAYS_EDIT.
        MOVE WK_DAILY_RATE TO LSP_RATE_EDIT.
        STRING "(" DELIMITED BY SIZE
            LSP_DAYS_EDIT DELIMITED BY SIZE
            " DAYS X " DELIMITED BY SIZE
            LSP_RATE_EDIT DELIMITED BY SIZE
            ")" DELIMITED BY SIZE
            INTO LSP_NOTE.
        WRITE PRINT_RECORD FROM LSP_AMOUNT_LINE AFTER 1 LINE.
*>給与入力の総支給は5桁まで(超過は打ち切りで警告)
        MOVE SPACE TO LSP_AMOUNT_LINE.
        MOVE "FINAL GROSS (PAY INPUT)" TO LSP_LABEL.
        IF WK_FINAL_GROSS > 99999
            THEN
                MOVE 99999 TO WK_FINAL_GROSS
                MOVE "CAPPED - PAY REMAINDER BY HAND" TO LSP_NOTE
                ADD 1 TO WK_WARNING_CNT
        END-IF.
        MOVE WK_FINAL_GROSS TO LSP_AMOUNT.
        WRITE PRINT_RECORD FROM LSP_AMOUNT_LINE AFTER 2 LINE.
*>残高追跡控除の残高(最終給与から手取りの範囲で全額回収する)
        MOVE ZERO TO WK_OUTSTANDING.
        MOVE "OUTSTANDING BALANCES TO RECOVER FROM FINAL PAY:"
            TO LSP_TEXT_LINE.
        WRITE PRINT_RECORD FROM LSP_TEXT_LINE AFTER 2 LINE.
        PERFORM VARYING DBT_IDX FROM 1 BY 1
                UNTIL DBT_IDX > DBT_TBL_SIZE
            IF DBT_EMPLOYEE(DBT_IDX) = LVS_EMPLOYEE
                THEN
                    MOVE DBT_CODE(DBT_IDX) TO LSP_CODE
                    MOVE DBT_REMAINING(DBT_IDX) TO LSP_REMAINING
                    WRITE PRINT_RECORD FROM LSP_BALANCE_LINE
                        AFTER 1 LINE
                    ADD DBT_REMAINING(DBT_IDX) TO WK_OUTSTANDING
            END-IF
        END-PERFORM.
        MOVE SPACE TO LSP_AMOUNT_LINE.
        MOVE "TOTAL OUTSTANDING" TO LSP_LABEL.
        MOVE WK_OUTSTANDING TO LSP_AMOUNT.
        IF WK_OUTSTANDING > ZERO
            THEN
                MOVE "(UP TO NET PAY; REST COLLECTED)" TO LSP_NOTE
        END-IF.
        WRITE PRINT_RECORD FROM LSP_AMOUNT_LINE AFTER 1 LINE.
        ADD 1 TO WK_SETTLED_CNT.
        MOVE WK_TODAY_PERIOD TO LVS_PERIOD.
        MOVE WK_TODAY TO LVS_SETTLED_DATE.
        MOVE WK_FINAL_GROSS TO WK_GROSS_OUT.
        MOVE WK_GROSS_OUT TO LVS_GROSS.
*>支給額が無ければ振込も無いので、その場で口座を解約して完了にする
        IF WK_FINAL_GROSS = ZERO
            THEN
                MOVE "NO FINAL PAYMENT. ACCOUNT CLOSED NOW."
                    TO LSP_TEXT_LINE
                WRITE PRINT_RECORD FROM LSP_TEXT_LINE AFTER 2 LINE
                PERFORM CLOSE_ACCOUNT_RTN
                MOVE "C" TO LVS_STATUS
                GO TO SETTLE_EXIT
        END-IF.
        IF NOT PAY_INPUT_OPENED
            THEN
                OPEN EXTEND PAY_INPUT_FILE
                IF PAY_INPUT_STATUS NOT = "00"
                    THEN
                        OPEN OUTPUT PAY_INPUT_FILE
                END-IF
                SET PAY_INPUT_OPENED TO TRUE
        END-IF.
        MOVE SPACE TO PAY_INPUT_RECORD.
        MOVE LVS_EMPLOYEE TO IN_EMPLOYEE_ID.
        MOVE WK_FINAL_GROSS TO IN_GROSS_PAY.
        MOVE ZERO TO IN_HEALTH_DEDUCTION IN_PENSION_DEDUCTION.
        WRITE PAY_INPUT_RECORD.
        MOVE "S" TO LVS_STATUS.
        MOVE "FINAL PAY ADDED TO PAY INPUT. BANK ACCOUNT IS CLOSED"
            TO LSP_TEXT_LINE.
        WRITE PRINT_RECORD FROM LSP_TEXT_LINE AFTER 2 LINE.
        MOVE "AFTER THE FINAL PAYMENT IS CONFIRMED BY THE BANK."
            TO LSP_TEXT_LINE.
        WRITE PRINT_RECORD FROM LSP_TEXT_LINE AFTER 1 LINE.
    SETTLE_EXIT.
    *>2-1.退職月の暦日数
    DAYS_IN_MONTH_RTN SECTION.
        MOVE WK_MONTH_DAYS(WK_LEAVING_MONTH) TO WK_DAYS_IN_MONTH.
        IF WK_LEAVING_MONTH NOT = 2
            THEN
                GO TO DAYS_IN_MONTH_EXIT
        END-IF.
        DIVIDE WK_LEAVING_YEAR BY 4 GIVING WK_LEAP_QUOT
            REMAINDER WK_LEAP_REM.
        IF WK_LEAP_REM NOT = ZERO
            THEN
                GO TO DAYS_IN_MONTH_EXIT
        END-IF.
        DIVIDE WK_LEAVING_YEAR BY 100 GIVING WK_LEAP_QUOT
            REMAINDER WK_LEAP_REM.
        IF WK_LEAP_REM NOT = ZERO
            THEN
                MOVE 29 TO WK_DAYS_IN_MONTH
                GO TO DAYS_IN_MONTH_EXIT
        END-IF.
        DIVIDE WK_LEAVING_YEAR BY 400 GIVING WK_LEAP_QUOT
            REMAINDER WK_LEAP_REM.
        IF WK_LEAP_REM = ZERO
            THEN
                MOVE 29 TO WK_DAYS_IN_MONTH
        END-IF.
    DAYS_IN_MONTH_EXIT.
    *>3.完了(最終給与の振込が確認できたので口座を解約し、回収残を出す)
    COMPLETE_RTN SECTION.
        MOVE "*** LEAVER SETTLEMENT COMPLETED ***" TO LSP_TITLE.
        MOVE WK_TODAY TO LSP_TODAY.
        WRITE PRINT_RECORD FROM LSP_TITLE_LINE AFTER PAGE.
        MOVE LVS_EMPLOYEE TO LSP_EMPLOYEE.
        MOVE WK_EMP_NAME TO LSP_NAME.
        MOVE LVS_LEAVING_DATE TO LSP_LEAVING.
        MOVE LVS_PERIOD TO LSP_PERIOD.
        WRITE PRINT_RECORD FROM LSP_EMP_LINE AFTER 2 LINE.
        MOVE SPACE TO LSP_AMOUNT_LINE.
        MOVE "FINAL NET PAID" TO LSP_LABEL.
        MOVE LST_FINAL_NET(LST_IDX) TO LSP_AMOUNT.
        MOVE "(CONFIRMED BY BANK RETURN)" TO LSP_NOTE.
        WRITE PRINT_RECORD FROM LSP_AMOUNT_LINE AFTER 2 LINE.
*>最終給与で回収しきれなかった残高は本人から直接回収する
        MOVE ZERO TO WK_OUTSTANDING.
        PERFORM VARYING DBT_IDX FROM 1 BY 1
                UNTIL DBT_IDX > DBT_TBL_SIZE
            IF DBT_EMPLOYEE(DBT_IDX) = LVS_EMPLOYEE
                THEN
                    MOVE DBT_CODE(DBT_IDX) TO LSP_CODE
                    MOVE DBT_REMAINING(DBT_IDX) TO LSP_REMAINING
                    WRITE PRINT_RECORD FROM LSP_BALANCE_LINE
                        AFTER 1 LINE
                    ADD DBT_REMAINING(DBT_IDX) TO WK_OUTSTANDING
            END-IF
        END-PERFORM.
        MOVE SPACE TO LSP_AMOUNT_LINE.
        MOVE "UNRECOVERED BALANCE" TO LSP_LABEL.
        MOVE WK_OUTSTANDING TO LSP_AMOUNT.
        IF WK_OUTSTANDING > ZERO
            THEN
                MOVE "**COLLECT DIRECTLY**" TO LSP_NOTE
                ADD 1 TO WK_WARNING_CNT
        END-IF.
        WRITE PRINT_RECORD FROM LSP_AMOUNT_LINE AFTER 1 LINE.
        PERFORM CLOSE_ACCOUNT_RTN.
        MOVE "C" TO LVS_STATUS.
    COMPLETE_EXIT.
    *>4.口座の解約(状態"X"にして口座変更履歴へ残す)
    CLOSE_ACCOUNT_RTN SECTION.
        PERFORM VARYING ACCT_IDX FROM 1 BY 1
                UNTIL ACCT_IDX > ACCT_TBL_SIZE
            MOVE ATB_RECORD(ACCT_IDX) TO BANK_ACCT_MASTER_RECORD
            IF BA_EMPLOYEE_ID = LVS_EMPLOYEE AND BA_STATUS NOT = "X"
                THEN
                    MOVE "X" TO BA_STATUS
                    MOVE BANK_ACCT_MASTER_RECORD TO ATB_RECORD(ACCT_IDX)
                    MOVE "1" TO SW_ACCT_DIRTY
                    PERFORM WRITE_ACCT_LOG_RTN
            END-IF
        END-PERFORM.
        MOVE "BANK ACCOUNT CLOSED." TO LSP_TEXT_LINE.
        WRITE PRINT_RECORD FROM LSP_TEXT_LINE AFTER 2 LINE.
        ADD 1 TO WK_CLOSED_CNT.
    CLOSE_ACCOUNT_EXIT.
    *>4-1.口座変更履歴の追記(操作はAPPLICATION_95の解約と同じCLOSE)
    WRITE_ACCT_LOG_RTN SECTION.
        IF NOT BANK_ACCT_LOG_OPENED
            THEN
                OPEN EXTEND BANK_ACCT_LOG_FILE
                IF BANK_ACCT_LOG_STATUS NOT = "00"
                    THEN
                        OPEN OUTPUT BANK_ACCT_LOG_FILE
                END-IF
                SET BANK_ACCT_LOG_OPENED TO TRUE
        END-IF.
        MOVE SPACE TO BANK_ACCT_LOG_RECORD.
        ACCEPT BAL_DATE FROM DATE YYYYMMDD.
        ACCEPT BAL_TIME FROM TIME.
        MOVE "LEAVE" TO BAL_OPERATOR.
        MOVE "CLOSE" TO BAL_ACTION.
        MOVE LVS_EMPLOYEE TO BAL_EMPLOYEE.
        MOVE BA_ACCOUNT TO BAL_DETAIL.
        WRITE BANK_ACCT_LOG_RECORD.
    WRITE_ACCT_LOG_EXIT.
    *>5.退職精算台帳の読み込み
    LOAD_SETTLE_RTN SECTION.
        OPEN INPUT LEAVER_SETTLE_FILE.
        IF LEAVER_SETTLE_STATUS NOT = "00"
            THEN
                GO TO LOAD_SETTLE_EXIT
        END-IF.
        PERFORM UNTIL LEAVER_SETTLE_STATUS NOT = "00"
            READ LEAVER_SETTLE_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF LST_TBL_SIZE < 200
                        THEN
                            ADD 1 TO LST_TBL_SIZE
                            SET LST_IDX TO LST_TBL_SIZE
                            MOVE LEAVER_SETTLE_RECORD
                                TO LST_RECORD(LST_IDX)
                            MOVE LVS_EMPLOYEE TO LST_EMPLOYEE(LST_IDX)
                            IF LVS_LEAVING_DATE IS NUMERIC
                                THEN
                                    MOVE LVS_LEAVING_DATE(1:6)
                                        TO LST_LEAVING_PERIOD(LST_IDX)
                                ELSE
                                    MOVE 999999
                                        TO LST_LEAVING_PERIOD(LST_IDX)
                            END-IF
                            MOVE ZERO TO LST_BASIS_PERIOD(LST_IDX)
                                LST_BASIS_GROSS(LST_IDX)
                                LST_FINAL_NET(LST_IDX)
                                LST_LEAVE_DAYS(LST_IDX)
                            MOVE SPACE TO LST_MONTH_PAID(LST_IDX)
                                LST_FINAL_FOUND(LST_IDX)
                                LST_CLEARED(LST_IDX)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE LEAVER_SETTLE_FILE.
    LOAD_SETTLE_EXIT.
    *>5-1.退職精算台帳の書き戻し
    SAVE_SETTLE_RTN SECTION.
        OPEN OUTPUT LEAVER_SETTLE_FILE.
        PERFORM VARYING LST_IDX FROM 1 BY 1
                UNTIL LST_IDX > LST_TBL_SIZE
            MOVE LST_RECORD(LST_IDX) TO LEAVER_SETTLE_RECORD
            WRITE LEAVER_SETTLE_RECORD
        END-PERFORM.
        CLOSE LEAVER_SETTLE_FILE.
    SAVE_SETTLE_EXIT.
    *>6.支給履歴の読み込み(退職前の直近の月の総支給、退職月の支給済み、
    *>精算した最終給与の手取り)
    LOAD_HISTORY_RTN SECTION.
        OPEN INPUT PAY_HISTORY_FILE.
        IF PAY_HISTORY_STATUS NOT = "00"
            THEN
                GO TO LOAD_HISTORY_EXIT
        END-IF.
        PERFORM UNTIL PAY_HISTORY_STATUS NOT = "00"
            READ PAY_HISTORY_FILE
                AT END
                    CONTINUE
                NOT AT END
                    SET LST_IDX TO 1
                    SEARCH LST_TBL
                        AT END
                            CONTINUE
                        WHEN LST_EMPLOYEE(LST_IDX) = PH_EMPLOYEE_ID
                            PERFORM LOAD_ONE_HISTORY_RTN
                    END-SEARCH
            END-READ
        END-PERFORM.
        CLOSE PAY_HISTORY_FILE.
    LOAD_HISTORY_EXIT.
    *>6-1.支給履歴1行分(同じ月に複数行あれば後の行=その月の確定分)
    LOAD_ONE_HISTORY_RTN SECTION.
        MOVE LST_RECORD(LST_IDX) TO LEAVER_SETTLE_RECORD.
        IF LVS_STATUS = "S" AND PH_PERIOD = LVS_PERIOD
            THEN
                MOVE "Y" TO LST_FINAL_FOUND(LST_IDX)
                MOVE PH_NET TO LST_FINAL_NET(LST_IDX)
                GO TO LOAD_ONE_HISTORY_EXIT
        END-IF.
        IF PH_PERIOD = LST_LEAVING_PERIOD(LST_IDX)
            THEN
                MOVE "Y" TO LST_MONTH_PAID(LST_IDX)
                GO TO LOAD_ONE_HISTORY_EXIT
        END-IF.
        IF PH_PERIOD < LST_LEAVING_PERIOD(LST_IDX)
                AND PH_PERIOD >= LST_BASIS_PERIOD(LST_IDX)
                AND PH_GROSS > ZERO
            THEN
                MOVE PH_PERIOD TO LST_BASIS_PERIOD(LST_IDX)
                MOVE PH_GROSS TO LST_BASIS_GROSS(LST_IDX)
        END-IF.
    LOAD_ONE_HISTORY_EXIT.
    *>7.休暇マスタの読み込み(残日数 = 今回付与分+前回付与分)
    LOAD_LEAVE_RTN SECTION.
        OPEN INPUT LEAVE_MASTER_FILE.
        IF LEAVE_MASTER_STATUS NOT = "00"
            THEN
                GO TO LOAD_LEAVE_EXIT
        END-IF.
        PERFORM UNTIL LEAVE_MASTER_STATUS NOT = "00"
            READ LEAVE_MASTER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF LV_CUR_REMAIN IS NUMERIC
                            AND LV_PRIOR_REMAIN IS NUMERIC
                        THEN
                            SET LST_IDX TO 1
                            SEARCH LST_TBL
                                AT END
                                    CONTINUE
                                WHEN LST_EMPLOYEE(LST_IDX) = LV_EMPLOYEE
                                    COMPUTE LST_LEAVE_DAYS(LST_IDX) =
                                        LV_CUR_REMAIN + LV_PRIOR_REMAIN
                            END-SEARCH
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE LEAVE_MASTER_FILE.
    LOAD_LEAVE_EXIT.
    *>8.控除残高の読み込み(台帳に載っている退職者の、残高のある行だけ)
    LOAD_BALANCES_RTN SECTION.
        OPEN INPUT DEDUCTION_BALANCE_FILE.
        IF DEDUCTION_BALANCE_STATUS NOT = "00"
            THEN
                GO TO LOAD_BALANCES_EXIT
        END-IF.
        PERFORM UNTIL DEDUCTION_BALANCE_STATUS NOT = "00"
            READ DEDUCTION_BALANCE_FILE
                AT END
                    CONTINUE
                NOT AT END
                    SET LST_IDX TO 1
                    SEARCH LST_TBL
                        AT END
                            CONTINUE
                        WHEN LST_EMPLOYEE(LST_IDX) = DB_EMPLOYEE_ID
                            IF DB_REMAINING > ZERO
                                    AND DBT_TBL_SIZE < 200
                                THEN
                                    ADD 1 TO DBT_TBL_SIZE
                                    SET DBT_IDX TO DBT_TBL_SIZE
                                    MOVE DB_EMPLOYEE_ID
                                        TO DBT_EMPLOYEE(DBT_IDX)
                                    MOVE DB_CODE TO DBT_CODE(DBT_IDX)
                                    MOVE DB_REMAINING
                                        TO DBT_REMAINING(DBT_IDX)
                            END-IF
                    END-SEARCH
            END-READ
        END-PERFORM.
        CLOSE DEDUCTION_BALANCE_FILE.
    LOAD_BALANCES_EXIT.
    *>9.銀行リターンの読み込み(最終給与の手取りと同額の振込済があれば完了できる。
    *>手取りが0の最終給与は支給履歴に載った時点で完了できる)
    LOAD_RETURN_RTN SECTION.
        PERFORM VARYING LST_IDX FROM 1 BY 1
                UNTIL LST_IDX > LST_TBL_SIZE
            IF LST_FINAL_FOUND(LST_IDX) = "Y"
                    AND LST_FINAL_NET(LST_IDX) = ZERO
                THEN
                    MOVE "Y" TO LST_CLEARED(LST_IDX)
            END-IF
        END-PERFORM.
        OPEN INPUT BANK_RETURN_FILE.
        IF BANK_RETURN_STATUS NOT = "00"
            THEN
                GO TO LOAD_RETURN_EXIT
        END-IF.
        PERFORM UNTIL BANK_RETURN_STATUS NOT = "00"
            READ BANK_RETURN_FILE
                AT END
                    CONTINUE
                NOT AT END
                    SET LST_IDX TO 1
                    SEARCH LST_TBL
                        AT END
                            CONTINUE
                        WHEN LST_EMPLOYEE(LST_IDX) = BR_EMPLOYEE_ID
                            IF LST_FINAL_FOUND(LST_IDX) = "Y"
                                    AND BR_STATUS = "00"
                                    AND BR_AMOUNT = LST_FINAL_NET(LST_IDX)
                                THEN
                                    MOVE "Y" TO LST_CLEARED(LST_IDX)
                            END-IF
                    END-SEARCH
            END-READ
        END-PERFORM.
        CLOSE BANK_RETURN_FILE.
    LOAD_RETURN_EXIT.
    *>10.口座マスタの読み込み
    LOAD_ACCT_RTN SECTION.
        OPEN INPUT BANK_ACCT_MASTER_FILE.
        IF BANK_ACCT_MASTER_STATUS NOT = "00"
            THEN
                GO TO LOAD_ACCT_EXIT
        END-IF.
        PERFORM UNTIL BANK_ACCT_MASTER_STATUS NOT = "00"
            READ BANK_ACCT_MASTER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF ACCT_TBL_SIZE < 200
                        THEN
                            ADD 1 TO ACCT_TBL_SIZE
                            MOVE BANK_ACCT_MASTER_RECORD
                                TO ATB_RECORD(ACCT_TBL_SIZE)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE BANK_ACCT_MASTER_FILE.
    LOAD_ACCT_EXIT.
    *>10-1.口座マスタの書き戻し(解約した口座があった場合だけ)
    SAVE_ACCT_RTN SECTION.
        OPEN OUTPUT BANK_ACCT_MASTER_FILE.
        PERFORM VARYING ACCT_IDX FROM 1 BY 1
                UNTIL ACCT_IDX > ACCT_TBL_SIZE
            MOVE ATB_RECORD(ACCT_IDX) TO BANK_ACCT_MASTER_RECORD
            WRITE BANK_ACCT_MASTER_RECORD
        END-PERFORM.
        CLOSE BANK_ACCT_MASTER_FILE.
    SAVE_ACCT_EXIT.
    *>11.従業員マスタの読み込み(氏名)
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
*>LeaverSettlement.txtの1行 = 従業員(5) 退職日(8) 状態(1:P/S/C) 最終給与の支給月(6)
*>最終精算の総支給(5) 精算日(8)(空白区切り)。APPLICATION_104は先頭の3項目だけを書く
*>PayInput.txtへ追記する最終精算の1行は健保・年金の欄が0(料率表から計算される)
*>日割りと日額の基礎は支給履歴の総支給なので、賞与と同じ月の行は区別できない
*>LeaverStatement.txt = 退職精算書(1名1ページ、最後に件数の要約ページ)
