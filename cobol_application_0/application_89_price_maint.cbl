        01 WK_PRICE PIC 9(07).
        01 WK_PRICE_SUB PIC 9(03).
        01 SW_DUP PIC X(01).
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
        PERFORM LOAD_PRICE_PROC.
    EXEC_MENU_PROC.
        DISPLAY "PRICE MAINTENANCE:"
                PERFORM LIST_PRICE_PROC
            WHEN 9
                PERFORM SAVE_PRICE_PROC
                GOBACK
            WHEN OTHER
                DISPLAY "INVALID SELECTION."
        END-EVALUATE.
*>PriceMaster.txtの1行 = 品番(5) 適用開始日(8) 単価(7)
*>受注入力は当日時点で有効な行(適用開始日が最新のもの)で単価を決め、
*>APPLICATION_51_STORE_CHECKは"D"明細の単価乖離をこのマスタで検査する
*>メインメニュー(APPLICATION_165_MAIN_MENU)からCALLされるため、終了はSTOP RUNではなく
*>GOBACKでメニューへ戻る(単独で起動したときはSTOP RUNと同じ)
