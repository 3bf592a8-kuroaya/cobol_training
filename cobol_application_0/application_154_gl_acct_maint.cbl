*>勘定科目マスタ保守 GlTransactions.txtの勘定は各プログラムが決め打ちしており、
*>勘定の一覧はどこにも無かった。勘定科目マスタ(GlAccounts.txt:勘定番号/名称/
*>区分/正常残高/状態)への追加/変更/使用停止を対話形式で行う
*>(APPLICATION_114_SUPPLIER_MAINTと同じ作り。サインオンはOPERATOR_SIGNON、権限3)
*>区分 A=資産 L=負債 E=純資産 R=収益 X=費用。正常残高(D=借方 C=貸方)は
*>空白なら区分から決める(資産・費用=D、負債・純資産・収益=C)
*>元帳転記(APPLICATION_155_GL_LEDGER_POST)はマスタに無い勘定・使用停止の勘定への
*>仕訳をバッチごと差し戻す。収益・費用の勘定は年初に繰越利益剰余金へ振り替わる
*>勘定は削除せず使用停止"C"にする(過去の残高は元帳に残る)。マスタは勘定番号順に保つ
*>全ての保守操作はオペレータIDと日時つきでGlAccountChangeLog.txtへ残す
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_154_GL_ACCT_MAINT.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT GL_ACCOUNT_FILE
            ASSIGN TO "GlAccounts.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GL_ACCOUNT_STATUS.
        SELECT GL_ACCT_LOG_FILE
            ASSIGN TO "GlAccountChangeLog.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GL_ACCT_LOG_STATUS.
DATA DIVISION.
    FILE SECTION.
*>勘定科目マスタ(状態は"A"=使用中 "C"=使用停止)
        FD GL_ACCOUNT_FILE.
        01 GL_ACCOUNT_RECORD.
            05 GLA_ACCOUNT PIC 9(04).
            05 FILLER PIC X(01) VALUE SPACE.
            05 GLA_NAME PIC X(20).
            05 FILLER PIC X(01) VALUE SPACE.
            05 GLA_TYPE PIC X(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 GLA_NORMAL PIC X(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 GLA_STATUS PIC X(01).
        FD GL_ACCT_LOG_FILE.
        01 GL_ACCT_LOG_RECORD.
            05 GAL_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 GAL_TIME PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 GAL_OPERATOR PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 GAL_ACTION PIC X(10).
            05 FILLER PIC X(01) VALUE SPACE.
            05 GAL_ACCOUNT PIC 9(04).
            05 FILLER PIC X(01) VALUE SPACE.
            05 GAL_DETAIL PIC X(30).
    WORKING-STORAGE SECTION.
        01 GL_ACCOUNT_STATUS PIC XX.
        01 GL_ACCT_LOG_STATUS PIC XX.
        01 GL_ACCT_LOG_SW PIC X(01) VALUE "N".
            88 GL_ACCT_LOG_OPENED VALUE "Y".
*>OPERATOR_SIGNONからの戻りエリア(マスタ保守には権限3)
        01 WK_SIGNON_AREA.
            05 WK_SO_OPERATOR PIC X(05).
            05 WK_SO_NAME PIC X(10).
            05 WK_SO_AUTHORITY PIC 9(01).
            05 WK_SO_RESULT PIC X(01).
        01 WK_SL_EVENT PIC X(10).
*>コンソール入力エリア
        01 WORKING-AREA.
            05 CONSOLE_MODE PIC 9(01).
            05 CONSOLE_ACCOUNT PIC X(04).
            05 CONSOLE_NAME PIC X(20).
            05 CONSOLE_TYPE PIC X(01).
            05 CONSOLE_NORMAL PIC X(01).
*>勘定テーブル(勘定番号順。保守後にまとめてファイルへ書き戻す)
        01 GLA_TBL_MASTER.
            05 GLA_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 GLA_TBL OCCURS 0 TO 200
                DEPENDING ON GLA_TBL_SIZE
                INDEXED BY GLA_IDX.
                10 GAT_ACCOUNT PIC 9(04).
                10 GAT_NAME PIC X(20).
                10 GAT_TYPE PIC X(01).
                10 GAT_NORMAL PIC X(01).
                10 GAT_STATUS PIC X(01).
        01 WK_ACCOUNT PIC 9(04).
        01 WK_INSERT_SUB PIC 9(03).
        01 WK_MOVE_SUB PIC 9(03).
*>変更履歴の編集エリア
        01 WK_LOG_ACTION PIC X(10).
        01 WK_LOG_DETAIL PIC X(30).
        01 SW_AREA.
            05 SW_FOUND PIC X(01).
        01 CST_AREA.
            05 CST_1X PIC X(01) VALUE "1".
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
        IF WK_SO_AUTHORITY < 3
            THEN
                DISPLAY "GL ACCOUNT MAINTENANCE REQUIRES AUTHORITY 3."
                GOBACK
        END-IF.
        MOVE "GLACCOUNT" TO WK_SL_EVENT.
        CALL "SESSION_LOG" USING WK_SO_OPERATOR WK_SL_EVENT.
        PERFORM LOAD_ACCOUNT_PROC.
    EXEC_MENU_PROC.
        DISPLAY "GL ACCOUNT MAINTENANCE:"
            " (1)ADD (2)CHANGE (3)CLOSE (4)REOPEN (5)LIST (9)END".
        ACCEPT CONSOLE_MODE FROM CONSOLE.
        EVALUATE CONSOLE_MODE
            WHEN 1
                PERFORM ADD_ACCOUNT_PROC
            WHEN 2
                PERFORM CHANGE_ACCOUNT_PROC
            WHEN 3
                PERFORM CLOSE_ACCOUNT_PROC
            WHEN 4
                PERFORM REOPEN_ACCOUNT_PROC
            WHEN 5
                PERFORM LIST_ACCOUNT_PROC
            WHEN 9
                PERFORM SAVE_ACCOUNT_PROC
                GOBACK
            WHEN OTHER
                DISPLAY "INVALID SELECTION."
        END-EVALUATE.
        GO TO EXEC_MENU_PROC.
*>1.追加(4桁の数字で未登録の勘定のみ。勘定番号順の位置へ差し込む)
    ADD_ACCOUNT_PROC.
        DISPLAY "ACCOUNT NO (4 DIGITS) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_ACCOUNT FROM CONSOLE.
        IF CONSOLE_ACCOUNT IS NOT NUMERIC
            THEN
                DISPLAY "ACCOUNT NO MUST BE 4 DIGITS."
                EXIT PARAGRAPH
        END-IF.
        PERFORM FIND_ACCOUNT_PROC.
        IF SW_FOUND = CST_1X
            THEN
                DISPLAY "ACCOUNT " CONSOLE_ACCOUNT " ALREADY EXISTS."
                EXIT PARAGRAPH
        END-IF.
        IF GLA_TBL_SIZE >= 200
            THEN
                DISPLAY "MASTER TABLE FULL. ADD REJECTED."
                EXIT PARAGRAPH
        END-IF.
        DISPLAY "NAME (20 CHARS) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_NAME FROM CONSOLE.
        PERFORM ACCEPT_TYPE_PROC.
        IF SW_FOUND NOT = CST_1X
            THEN
                DISPLAY "ADD REJECTED."
                EXIT PARAGRAPH
        END-IF.
*>勘定番号順の差し込み位置を探し、後ろの行を1つずつずらす
        MOVE 1 TO WK_INSERT_SUB.
        PERFORM UNTIL WK_INSERT_SUB > GLA_TBL_SIZE
                OR GAT_ACCOUNT(WK_INSERT_SUB) > WK_ACCOUNT
            ADD 1 TO WK_INSERT_SUB
        END-PERFORM.
        ADD 1 TO GLA_TBL_SIZE.
        PERFORM VARYING WK_MOVE_SUB FROM GLA_TBL_SIZE BY -1
                UNTIL WK_MOVE_SUB <= WK_INSERT_SUB
            MOVE GLA_TBL(WK_MOVE_SUB - 1) TO GLA_TBL(WK_MOVE_SUB)
        END-PERFORM.
        MOVE WK_ACCOUNT TO GAT_ACCOUNT(WK_INSERT_SUB).
        MOVE CONSOLE_NAME TO GAT_NAME(WK_INSERT_SUB).
        MOVE CONSOLE_TYPE TO GAT_TYPE(WK_INSERT_SUB).
        MOVE CONSOLE_NORMAL TO GAT_NORMAL(WK_INSERT_SUB).
        MOVE "A" TO GAT_STATUS(WK_INSERT_SUB).
        DISPLAY "ADDED " CONSOLE_ACCOUNT " TYPE " CONSOLE_TYPE
            " NORMAL " CONSOLE_NORMAL.
        MOVE "ADD" TO WK_LOG_ACTION.
        MOVE SPACES TO WK_LOG_DETAIL.
        STRING CONSOLE_TYPE DELIMITED BY SIZE
            CONSOLE_NORMAL DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            CONSOLE_NAME DELIMITED BY SIZE
            INTO WK_LOG_DETAIL.
        PERFORM WRITE_CHANGE_LOG_PROC.
*>2.変更(名称・区分・正常残高。区分の変更は次の年初の振替から効く)
    CHANGE_ACCOUNT_PROC.
        DISPLAY "ACCOUNT NO >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_ACCOUNT FROM CONSOLE.
        PERFORM FIND_ACCOUNT_PROC.
        IF SW_FOUND NOT = CST_1X
            THEN
                DISPLAY "ACCOUNT NOT FOUND."
                EXIT PARAGRAPH
        END-IF.
        DISPLAY "NEW NAME (BLANK=KEEP) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_NAME FROM CONSOLE.
        IF CONSOLE_NAME = SPACE
            THEN
                MOVE GAT_NAME(GLA_IDX) TO CONSOLE_NAME
        END-IF.
        PERFORM ACCEPT_TYPE_PROC.
        IF SW_FOUND NOT = CST_1X
            THEN
                DISPLAY "CHANGE REJECTED."
                EXIT PARAGRAPH
        END-IF.
        MOVE SPACES TO WK_LOG_DETAIL.
        STRING GAT_TYPE(GLA_IDX) DELIMITED BY SIZE
            GAT_NORMAL(GLA_IDX) DELIMITED BY SIZE
            "->" DELIMITED BY SIZE
            CONSOLE_TYPE DELIMITED BY SIZE
            CONSOLE_NORMAL DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            CONSOLE_NAME DELIMITED BY SIZE
            INTO WK_LOG_DETAIL.
        MOVE CONSOLE_NAME TO GAT_NAME(GLA_IDX).
        MOVE CONSOLE_TYPE TO GAT_TYPE(GLA_IDX).
        MOVE CONSOLE_NORMAL TO GAT_NORMAL(GLA_IDX).
        DISPLAY "CHANGED " CONSOLE_ACCOUNT.
        MOVE "CHANGE" TO WK_LOG_ACTION.
        PERFORM WRITE_CHANGE_LOG_PROC.
*>3.使用停止(状態"C"。以後この勘定への仕訳は元帳転記で差し戻される)
    CLOSE_ACCOUNT_PROC.
        DISPLAY "ACCOUNT NO >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_ACCOUNT FROM CONSOLE.
        PERFORM FIND_ACCOUNT_PROC.
        IF SW_FOUND NOT = CST_1X
            THEN
                DISPLAY "ACCOUNT NOT FOUND."
                EXIT PARAGRAPH
        END-IF.
        MOVE "C" TO GAT_STATUS(GLA_IDX).
        DISPLAY "CLOSED " CONSOLE_ACCOUNT
            ". NEW POSTINGS TO IT WILL BE REJECTED.".
        MOVE "CLOSE" TO WK_LOG_ACTION.
        MOVE GAT_NAME(GLA_IDX) TO WK_LOG_DETAIL.
        PERFORM WRITE_CHANGE_LOG_PROC.
*>4.使用再開(状態"A"に戻す)
    REOPEN_ACCOUNT_PROC.
        DISPLAY "ACCOUNT NO >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_ACCOUNT FROM CONSOLE.
        PERFORM FIND_ACCOUNT_PROC.
        IF SW_FOUND NOT = CST_1X
            THEN
                DISPLAY "ACCOUNT NOT FOUND."
                EXIT PARAGRAPH
        END-IF.
        MOVE "A" TO GAT_STATUS(GLA_IDX).
        DISPLAY "REOPENED " CONSOLE_ACCOUNT.
        MOVE "REOPEN" TO WK_LOG_ACTION.
        MOVE GAT_NAME(GLA_IDX) TO WK_LOG_DETAIL.
        PERFORM WRITE_CHANGE_LOG_PROC.
*>5.勘定の一覧
    LIST_ACCOUNT_PROC.
        IF GLA_TBL_SIZE = ZERO
            THEN
                DISPLAY "NO ACCOUNTS ON FILE."
                EXIT PARAGRAPH
        END-IF.
        PERFORM VARYING GLA_IDX FROM 1 BY 1
                UNTIL GLA_IDX > GLA_TBL_SIZE
            DISPLAY "  " GAT_ACCOUNT(GLA_IDX) " " GAT_NAME(GLA_IDX)
                " TYPE " GAT_TYPE(GLA_IDX)
                " NORMAL " GAT_NORMAL(GLA_IDX)
                " STATUS " GAT_STATUS(GLA_IDX)
        END-PERFORM.
        EXIT.
*>共通.区分と正常残高の受け付け(正しければSW_FOUND=1。正常残高の空白は区分から決める)
    ACCEPT_TYPE_PROC.
        MOVE SPACE TO SW_FOUND.
        DISPLAY "TYPE (A/L/E/R/X) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_TYPE FROM CONSOLE.
        IF CONSOLE_TYPE NOT = "A" AND NOT = "L" AND NOT = "E"
                AND NOT = "R" AND NOT = "X"
            THEN
                DISPLAY "TYPE MUST BE A, L, E, R OR X."
                EXIT PARAGRAPH
        END-IF.
        DISPLAY "NORMAL BALANCE (D/C, BLANK=BY TYPE) >>"
            WITH NO ADVANCING.
        ACCEPT CONSOLE_NORMAL FROM CONSOLE.
        IF CONSOLE_NORMAL = SPACE
            THEN
                IF CONSOLE_TYPE = "A" OR CONSOLE_TYPE = "X"
                    THEN
                        MOVE "D" TO CONSOLE_NORMAL
                    ELSE
                        MOVE "C" TO CONSOLE_NORMAL
                END-IF
        END-IF.
        IF CONSOLE_NORMAL NOT = "D" AND NOT = "C"
            THEN
                DISPLAY "NORMAL BALANCE MUST BE D OR C."
                EXIT PARAGRAPH
        END-IF.
        MOVE CST_1X TO SW_FOUND.
        EXIT.
*>共通.勘定の検索
    FIND_ACCOUNT_PROC.
        MOVE SPACE TO SW_FOUND.
        IF CONSOLE_ACCOUNT IS NOT NUMERIC
            THEN
                EXIT PARAGRAPH
        END-IF.
        MOVE CONSOLE_ACCOUNT TO WK_ACCOUNT.
        SET GLA_IDX TO 1.
        SEARCH GLA_TBL
            AT END
                CONTINUE
            WHEN GAT_ACCOUNT(GLA_IDX) = WK_ACCOUNT
                MOVE CST_1X TO SW_FOUND
        END-SEARCH.
        EXIT.
*>共通.変更履歴の追記(日時・オペレータ・操作・勘定・内容)
    WRITE_CHANGE_LOG_PROC.
        IF NOT GL_ACCT_LOG_OPENED
            THEN
                OPEN EXTEND GL_ACCT_LOG_FILE
                IF GL_ACCT_LOG_STATUS NOT = "00"
                    THEN
                        OPEN OUTPUT GL_ACCT_LOG_FILE
                END-IF
                SET GL_ACCT_LOG_OPENED TO TRUE
        END-IF.
        MOVE SPACE TO GL_ACCT_LOG_RECORD.
        ACCEPT GAL_DATE FROM DATE YYYYMMDD.
        ACCEPT GAL_TIME FROM TIME.
        MOVE WK_SO_OPERATOR TO GAL_OPERATOR.
        MOVE WK_LOG_ACTION TO GAL_ACTION.
        MOVE WK_ACCOUNT TO GAL_ACCOUNT.
        MOVE WK_LOG_DETAIL TO GAL_DETAIL.
        WRITE GL_ACCT_LOG_RECORD.
        EXIT.
*>勘定科目マスタの読み込み(無ければ空のマスタから開始する)
    LOAD_ACCOUNT_PROC.
        OPEN INPUT GL_ACCOUNT_FILE.
        IF GL_ACCOUNT_STATUS = "00"
            THEN
                PERFORM UNTIL GL_ACCOUNT_STATUS NOT = "00"
                    READ GL_ACCOUNT_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF GLA_TBL_SIZE < 200
                                THEN
                                    ADD 1 TO GLA_TBL_SIZE
                                    SET GLA_IDX TO GLA_TBL_SIZE
                                    MOVE GLA_ACCOUNT
                                        TO GAT_ACCOUNT(GLA_IDX)
                                    MOVE GLA_NAME TO GAT_NAME(GLA_IDX)
                                    MOVE GLA_TYPE TO GAT_TYPE(GLA_IDX)
                                    MOVE GLA_NORMAL
                                        TO GAT_NORMAL(GLA_IDX)
                                    MOVE GLA_STATUS
                                        TO GAT_STATUS(GLA_IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GL_ACCOUNT_FILE
        END-IF.
        EXIT.
*>勘定科目マスタの書き戻し(保守後の全件を勘定番号順に書き出す)
    SAVE_ACCOUNT_PROC.
        OPEN OUTPUT GL_ACCOUNT_FILE.
        PERFORM VARYING GLA_IDX FROM 1 BY 1
                UNTIL GLA_IDX > GLA_TBL_SIZE
            MOVE SPACE TO GL_ACCOUNT_RECORD
            MOVE GAT_ACCOUNT(GLA_IDX) TO GLA_ACCOUNT
            MOVE GAT_NAME(GLA_IDX) TO GLA_NAME
            MOVE GAT_TYPE(GLA_IDX) TO GLA_TYPE
            MOVE GAT_NORMAL(GLA_IDX) TO GLA_NORMAL
            MOVE GAT_STATUS(GLA_IDX) TO GLA_STATUS
            WRITE GL_ACCOUNT_RECORD
        END-PERFORM.
        CLOSE GL_ACCOUNT_FILE.
        IF GL_ACCT_LOG_OPENED
            THEN
                CLOSE GL_ACCT_LOG_FILE
        END-IF.
        DISPLAY "GL ACCOUNT MASTER SAVED. RECORDS: " GLA_TBL_SIZE.
        EXIT.
*>GlAccounts.txtの1行 = 勘定(4) 名称(20) 区分(1) 正常残高(1) 状態(1)
*>区分 A=資産 L=負債 E=純資産 R=収益 X=費用  正常残高 D=借方 C=貸方
*>状態 A=使用中 C=使用停止(過去の残高は残り、新しい仕訳は差し戻す)
*>起票側が使う勘定 1000=現金 1100=売掛/店舗現金 1300=棚卸資産 2000=買掛金
*>  2100=源泉預り 2210=健保預り 2220=年金預り 2230=その他預り 2400=仮受消費税
*>  3100=繰越利益剰余金(GlLedgerParm.txtで変更可) 4000=売上 5100=給与費用
*>  52xx=経費区分の費用勘定(ExpenseCategory.txt) 5290=雑費 5300=仕入価格差異
*>  5400=棚卸減耗損 5500=現金過不足
*>メインメニュー(APPLICATION_165_MAIN_MENU)からCALLされるため、終了はSTOP RUNではなく
*>GOBACKでメニューへ戻る(単独で起動したときはSTOP RUNと同じ)
