*>集計系(APPLICATION_33_ROLLUP)と在庫反映(APPLICATION_43_STOCK_MOVES)は
*>このファイルを参照し、締め済み(C)期間への計上を拒否する
*>全ての開閉操作はオペレータIDと日時つきでPeriodCtlLog.txtへ残す
*>締めの前には月次締めのチェックリスト(CLOSE_CHECKLIST:在庫証明・売掛滞留・
*>GLバッチ・未処理の差戻し)を流し、結果をCloseChecklist.txtへ印字して残す
*>不合格の項目がある月は、権限3のオペレータがサインオンしてオーバーライドの
*>理由を入れない限り締めない(オーバーライドした者と理由はPeriodCtlLog.txtへ残す)
*>期間は暦年月ではなく会計期間(会計年度4桁+期間2桁)で扱い、入力時に会計カレンダー
*>(FISCAL_CALENDAR)からその期間の開始日・終了日を引いて表示する
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_92_PERIOD_CTL.
ENVIRONMENT DIVISION.
            05 PCT_ACTION PIC X(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 PCT_PERIOD PIC 9(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 PCT_OVERRIDE_BY PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 PCT_REASON PIC X(30).
    WORKING-STORAGE SECTION.
        01 PERIOD_STATUS_STATUS PIC XX.
        01 PERIOD_CTL_LOG_STATUS PIC XX.
            05 CONSOLE_MODE PIC 9(01).
            05 CONSOLE_PERIOD PIC X(06).
            05 WK_OPERATOR PIC X(05).
        01 WK_ACTION PIC X(06).
*>入力した会計期間と、会計カレンダーから引いた開始日・終了日
        01 WK_FC_MODE PIC X(01) VALUE "P".
        01 WK_FC_DATE PIC 9(08) VALUE ZERO.
        01 WK_PERIOD_AREA.
            05 WK_PERIOD PIC 9(06).
            05 WK_PERIOD_PARTS REDEFINES WK_PERIOD.
                10 WK_PERIOD_YYYY PIC 9(04).
                10 WK_PERIOD_PP PIC 9(02).
            05 WK_PERIOD_WEEK PIC 9(02).
            05 WK_PERIOD_START PIC 9(08).
            05 WK_PERIOD_END PIC 9(08).
            05 WK_PERIOD_FOUND PIC X(01).
*>期間テーブル(保守後にまとめて書き戻す)
        01 PERIOD_TBL_MASTER.
            05 PERIOD_TBL_SIZE PIC 9(03) VALUE ZERO.
                10 PTB_PERIOD PIC 9(06).
                10 PTB_FLAG PIC X(01).
        01 SW_FOUND PIC X(01).
*>月次締めのチェックリストの結果とオーバーライド
        01 WK_CL_FAIL_CNT PIC 9(03).
        01 WK_CLOSE_OK_SW PIC X(01).
        01 WK_OVERRIDE_ANSWER PIC X(01).
        01 WK_OVERRIDE_BY PIC X(05).
        01 WK_OVERRIDE_REASON PIC X(30).
*>OPERATOR_SIGNONからの戻りエリア(オーバーライドには権限3)
        01 WK_SIGNON_AREA.
            05 WK_SO_OPERATOR PIC X(05).
            05 WK_SO_NAME PIC X(10).
            05 WK_SO_AUTHORITY PIC 9(01).
            05 WK_SO_RESULT PIC X(01).
        01 WK_SL_EVENT PIC X(10).
PROCEDURE DIVISION.
    MAIN_PROCEDURE.
    INITIALIZE_PART.
                PERFORM LIST_PERIOD_PROC
            WHEN 9
                PERFORM SAVE_PERIOD_PROC
                GOBACK
            WHEN OTHER
                DISPLAY "INVALID SELECTION."
        END-EVALUATE.
        GO TO EXEC_MENU_PROC.
*>1.期間の開閉(無い期間は行を足す)
    SET_PERIOD_PROC.
        DISPLAY "FISCAL PERIOD (YYYYPP) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_PERIOD FROM CONSOLE.
        IF CONSOLE_PERIOD IS NOT NUMERIC
            THEN
                EXIT PARAGRAPH
        END-IF.
        MOVE CONSOLE_PERIOD TO WK_PERIOD.
        CALL "FISCAL_CALENDAR" USING WK_FC_MODE WK_FC_DATE
            WK_PERIOD_AREA.
        IF WK_PERIOD_START = ZERO
            THEN
                DISPLAY "PERIOD " WK_PERIOD " NOT ON FISCAL CALENDAR."
                EXIT PARAGRAPH
        END-IF.
        DISPLAY "FISCAL PERIOD " WK_PERIOD_YYYY "/" WK_PERIOD_PP
            " " WK_PERIOD_START "-" WK_PERIOD_END.
        MOVE SPACE TO WK_OVERRIDE_BY WK_OVERRIDE_REASON.
        IF WK_ACTION = "CLOSE"
            THEN
                PERFORM CLOSE_CHECK_PROC
                IF WK_CLOSE_OK_SW NOT = "Y"
                    THEN
                        DISPLAY "PERIOD " WK_PERIOD " NOT CLOSED."
                        EXIT PARAGRAPH
                END-IF
        END-IF.
        MOVE SPACE TO SW_FOUND.
        SET PERIOD_IDX TO 1.
        SEARCH PERIOD_TBL
            PTB_FLAG(PERIOD_IDX).
        PERFORM WRITE_LOG_PROC.
        EXIT.
*>1-1.締めの前のチェックリスト(不合格があれば権限3のオーバーライドが要る)
    CLOSE_CHECK_PROC.
        MOVE "N" TO WK_CLOSE_OK_SW.
        CALL "CLOSE_CHECKLIST" USING WK_PERIOD WK_CL_FAIL_CNT.
        IF WK_CL_FAIL_CNT = ZERO
            THEN
                DISPLAY "CLOSE CHECKLIST PASSED."
                MOVE "Y" TO WK_CLOSE_OK_SW
                EXIT PARAGRAPH
        END-IF.
        DISPLAY "CLOSE CHECKLIST: " WK_CL_FAIL_CNT
            " ITEMS FAILED. SEE CloseChecklist.txt.".
        DISPLAY "OVERRIDE AND CLOSE ANYWAY? (Y/N) >>"
            WITH NO ADVANCING.
        ACCEPT WK_OVERRIDE_ANSWER FROM CONSOLE.
        IF WK_OVERRIDE_ANSWER NOT = "Y"
            THEN
                EXIT PARAGRAPH
        END-IF.
        CALL "OPERATOR_SIGNON" USING WK_SO_OPERATOR WK_SO_NAME
            WK_SO_AUTHORITY WK_SO_RESULT.
        IF WK_SO_RESULT NOT = "Y"
            THEN
                DISPLAY "SIGN-ON FAILED."
                EXIT PARAGRAPH
        END-IF.
        IF WK_SO_AUTHORITY < 3
            THEN
                DISPLAY "CLOSE OVERRIDE REQUIRES AUTHORITY 3."
                EXIT PARAGRAPH
        END-IF.
        DISPLAY "OVERRIDE REASON (30 CHARACTERS) >>"
            WITH NO ADVANCING.
        ACCEPT WK_OVERRIDE_REASON FROM CONSOLE.
        IF WK_OVERRIDE_REASON = SPACE
            THEN
                DISPLAY "REASON REQUIRED."
                EXIT PARAGRAPH
        END-IF.
        MOVE "CLOSEOVR" TO WK_SL_EVENT.
        CALL "SESSION_LOG" USING WK_SO_OPERATOR WK_SL_EVENT.
        MOVE WK_SO_OPERATOR TO WK_OVERRIDE_BY.
        MOVE "Y" TO WK_CLOSE_OK_SW.
        EXIT.
*>2.期間状態の一覧
    LIST_PERIOD_PROC.
        IF PERIOD_TBL_SIZE = ZERO
        MOVE WK_OPERATOR TO PCT_OPERATOR.
        MOVE WK_ACTION TO PCT_ACTION.
        MOVE WK_PERIOD TO PCT_PERIOD.
        MOVE WK_OVERRIDE_BY TO PCT_OVERRIDE_BY.
        MOVE WK_OVERRIDE_REASON TO PCT_REASON.
        WRITE PERIOD_CTL_LOG_RECORD.
        EXIT.
*>期間状態ファイルの読み込み
            WRITE PERIOD_STATUS_RECORD
        END-PERFORM.
        CLOSE PERIOD_STATUS_FILE.
        IF PERIOD_CTL_LOG_OPENED
            THEN
                CLOSE PERIOD_CTL_LOG_FILE
        END-IF.
        DISPLAY "PERIOD STATUS SAVED. PERIODS: " PERIOD_TBL_SIZE.
        EXIT.
*>PeriodStatus.txtの1行 = 会計期間(6:年度4桁+期間2桁) 状態(1:O=オープン C=クローズ)
*>載っていない期間はオープン扱い(新しい期間をいちいち開ける必要はない)
*>会計カレンダーに無い期間は暦年月として受け付ける(期間が01~12の場合に限る)
*>PeriodCtlLog.txtの1行 = 日付(8) 時刻(8) オペレータ(5) 操作(6) 会計期間(6)
*>オーバーライドした者(5) 理由(30)(チェックリストに不合格のまま締めた時だけ入る)
*>メインメニュー(APPLICATION_165_MAIN_MENU)からCALLされるため、終了はSTOP RUNではなく
*>GOBACKでメニューへ戻る(単独で起動したときはSTOP RUNと同じ)
