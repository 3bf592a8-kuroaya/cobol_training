            FILE STATUS IS CUST_CHANGE_LOG_STATUS.
DATA DIVISION.
    FILE SECTION.
*>得意先マスタ(状態は"A"=取引中 "S"=取引停止 "H"=督促による与信停止。
*>"H"はAPPLICATION_131_DUNNINGが最終督促で立て、期日超過の入金で"A"へ戻す)
        FD CUSTOMER_MASTER_FILE.
        01 CUSTOMER_MASTER_RECORD.
            05 CU_CODE PIC X(05).
            05 SW_FOUND PIC X(01).
        01 CST_AREA.
            05 CST_1X PIC X(01) VALUE "1".
*>SIGNON_SESSIONへの受け渡しエリア(メニューでのサインオンの引き継ぎ)
        01 WK_SS_AREA.
            05 WK_SS_MODE PIC X(01) VALUE "G".
            05 WK_SS_NAME PIC X(10).
            05 WK_SS_AUTHORITY PIC 9(01).
            05 WK_SS_RESULT PIC X(01).
PROCEDURE DIVISION.
    MAIN_PROCEDURE.
    INITIALIZE_PART.
*>メインメニューでサインオン済みならそのIDを使い、単独で起動したときはその場で入力する
        CALL "SIGNON_SESSION" USING WK_SS_MODE WK_OPERATOR WK_SS_NAME
            WK_SS_AUTHORITY WK_SS_RESULT.
        IF WK_SS_RESULT NOT = "Y"
            THEN
                DISPLAY "OPERATOR ID (5 CHARS) >>" WITH NO ADVANCING
                ACCEPT WK_OPERATOR FROM CONSOLE
        END-IF.
        PERFORM LOAD_CUST_PROC.
    EXEC_MENU_PROC.
        DISPLAY "CUSTOMER MAINTENANCE:"
                PERFORM SUSPEND_CUST_PROC
            WHEN 9
                PERFORM SAVE_CUST_PROC
                GOBACK
            WHEN OTHER
                DISPLAY "INVALID SELECTION."
        END-EVALUATE.
*>CustomerMaster.txtの1行 = コード(5) 名称(10) 支払条件日数(2) 与信限度額(7) 状態(1)
*>受注入力・請求・売掛台帳は全てこのマスタを読む
*>与信限度額は受注入力の与信検査(売掛残+新規受注額との比較)に使う
*>メインメニュー(APPLICATION_165_MAIN_MENU)からCALLされるため、終了はSTOP RUNではなく
*>GOBACKでメニューへ戻る(単独で起動したときはSTOP RUNと同じ)
