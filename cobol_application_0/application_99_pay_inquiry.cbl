        IF WK_SO_RESULT NOT = "Y"
            THEN
                DISPLAY "SIGN-ON FAILED. PROGRAM ENDS."
                GOBACK
        END-IF.
*>給与の照会は権限3(保守可)のオペレータに限る
        IF WK_SO_AUTHORITY < 3
                DISPLAY "PAY INQUIRY REQUIRES AUTHORITY 3."
                MOVE "DENIED" TO WK_SL_EVENT
                CALL "SESSION_LOG" USING WK_SO_OPERATOR WK_SL_EVENT
                GOBACK
        END-IF.
        PERFORM LOAD_ADJUST_PROC.
    EXEC_INPUT_PROC.
        ACCEPT CONSOLE_EMP FROM CONSOLE.
        IF CONSOLE_EMP = "99999"
            THEN
                GOBACK
        END-IF.
*>照会1回ごとにセッションログへ残す(誰が誰の給与を見たか)
        MOVE "PAYINQ" TO WK_SL_EVENT.
        EXIT.
*>権限3未満のサインオンは照会に入れず、拒否もSESSION_LOGに残る
*>照会イベント"PAYINQ"がSessionLog.txtに1回ごとに記帳される
*>メインメニュー(APPLICATION_165_MAIN_MENU)からCALLされるため、終了はSTOP RUNではなく
*>GOBACKでメニューへ戻る(単独で起動したときはSTOP RUNと同じ)
