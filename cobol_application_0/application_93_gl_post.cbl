*>  借方5100(給与費用)に対して源泉・保険・年金・その他・手取りを貸方に起票する
*>  賞与実行の明細(PayDetailBonus.txt)がある月は、出所BONUSの別バッチとして
*>  同じ勘定構成で起票する(賞与分だけ元帳に届かない穴を塞ぐ)
*>経費精算バッチ:給与計算が振り込んだ立替経費の精算明細(PayExpenseDetail.txt、
*>  賞与実行分はPayExpenseBonus.txt)を経費区分別に合算し、経費区分マスタ
*>  (ExpenseCategory.txt)の費用勘定を借方、1000(現金)を貸方に出所EXPNSで起票する
*>バッチごとに件数と借方/貸方合計の制御トレーラを付ける(不一致のまま届かない)
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_93_GL_POST.
            ASSIGN TO DYNAMIC WK_PAY_DETAIL_NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAY_DETAIL_STATUS.
*>立替経費の精算明細(通常月と賞与を順に読む可変ASSIGN)
        SELECT PAY_EXPENSE_FILE
            ASSIGN TO DYNAMIC WK_PAY_EXPENSE_NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAY_EXPENSE_STATUS.
        SELECT EXPENSE_CATEGORY_FILE
            ASSIGN TO "ExpenseCategory.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EXPENSE_CATEGORY_STATUS.
        SELECT GL_TRANS_FILE
            ASSIGN TO "GlTransactions.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            05 OUT_PENSION_DEDUCTION PIC 9(05).
            05 OUT_OTHER_DEDUCTIONS PIC 9(05).
            05 OUT_NET_PAY PIC 9(05).
        FD PAY_EXPENSE_FILE.
        01 PAY_EXPENSE_RECORD.
            05 PXD_EMPLOYEE_ID PIC X(05).
            05 FILLER PIC X(01).
            05 PXD_CATEGORY PIC X(03).
            05 FILLER PIC X(01).
            05 PXD_AMOUNT PIC 9(05).
        FD EXPENSE_CATEGORY_FILE.
        01 EXPENSE_CATEGORY_RECORD.
            05 EXC_CODE PIC X(03).
            05 FILLER PIC X(01).
            05 EXC_DESC PIC X(15).
            05 FILLER PIC X(01).
            05 EXC_ACCOUNT PIC 9(04).
        FD GL_TRANS_FILE.
        01 GL_TRANS_RECORD.
            05 GLT_DATE PIC 9(08).
        01 WK_PAY_DETAIL_NAME PIC X(30).
        01 WK_PAY_SOURCE PIC X(05).
        01 GL_TRANS_STATUS PIC XX.
        01 PAY_EXPENSE_STATUS PIC XX.
        01 EXPENSE_CATEGORY_STATUS PIC XX.
        01 WK_PAY_EXPENSE_NAME PIC X(30).
*>経費区分別の精算合計(区分マスタの費用勘定つき。マスタに無い区分は5290)
        01 EXP_TBL_MASTER.
            05 EXP_TBL_SIZE PIC 9(02) VALUE ZERO.
            05 EXP_TBL OCCURS 0 TO 50
                DEPENDING ON EXP_TBL_SIZE
                INDEXED BY EXP_IDX.
                10 EXT_CODE PIC X(03).
                10 EXT_ACCOUNT PIC 9(04).
                10 EXT_AMOUNT PIC 9(11).
        01 WK_EXPENSE_TOTAL PIC 9(11) VALUE ZERO.
        01 WK_POST_DATE PIC 9(08).
*>店舗別売上集計テーブル(業務日付の売上のみ)
        01 STORE_TBL_MASTER.
            THEN
                PERFORM POST-PAY-BATCH-RTN
        END-IF.
*>立替経費の精算バッチ(通常月と賞与の精算明細を合わせて1本)
        PERFORM LOAD-EXPENSE-CATEGORY-RTN.
        MOVE "PayExpenseDetail.txt" TO WK_PAY_EXPENSE_NAME.
        PERFORM SUM-EXPENSE-RTN.
        MOVE "PayExpenseBonus.txt" TO WK_PAY_EXPENSE_NAME.
        PERFORM SUM-EXPENSE-RTN.
        IF WK_EXPENSE_TOTAL > ZERO
            THEN
                PERFORM POST-EXPENSE-BATCH-RTN
        END-IF.
        CLOSE GL_TRANS_FILE.
        DISPLAY "GL POSTING COMPLETE FOR " WK_POST_DATE.
        STOP RUN.
    POST-SALES-BATCH-RTN SECTION.
        MOVE ZERO TO WK_BATCH_CNT WK_BATCH_DEBIT WK_BATCH_CREDIT.
        MOVE "SALES" TO WK_SOURCE.
*>区切りの空白を含めて明細の領域を空白で初期化する(前のトレーラの残りを出さない)
        MOVE SPACE TO GL_TRANS_RECORD.
        PERFORM VARYING WK_STORE_SUB FROM 1 BY 1
                UNTIL WK_STORE_SUB > STORE_TBL_SIZE
            MOVE 1100 TO GLT_ACCOUNT
    POST-PAY-BATCH-RTN SECTION.
        MOVE ZERO TO WK_BATCH_CNT WK_BATCH_DEBIT WK_BATCH_CREDIT.
        MOVE WK_PAY_SOURCE TO WK_SOURCE.
        MOVE SPACE TO GL_TRANS_RECORD.
        MOVE SPACES TO GLT_REFERENCE.
        MOVE 5100 TO GLT_ACCOUNT.
        MOVE "D" TO GLT_DC.
        END-IF.
        PERFORM WRITE-TRAILER-RTN.
    POST-PAY-BATCH-EXIT.
    *>2-1.経費精算バッチの起票(借方=経費区分の費用勘定、貸方1000=振込額)
    POST-EXPENSE-BATCH-RTN SECTION.
        MOVE ZERO TO WK_BATCH_CNT WK_BATCH_DEBIT WK_BATCH_CREDIT.
        MOVE "EXPNS" TO WK_SOURCE.
        MOVE SPACE TO GL_TRANS_RECORD.
        MOVE "D" TO GLT_DC.
        PERFORM VARYING EXP_IDX FROM 1 BY 1
                UNTIL EXP_IDX > EXP_TBL_SIZE
            MOVE EXT_ACCOUNT(EXP_IDX) TO GLT_ACCOUNT
            MOVE EXT_AMOUNT(EXP_IDX) TO GLT_AMOUNT
            MOVE EXT_CODE(EXP_IDX) TO GLT_REFERENCE
            PERFORM WRITE-GL-RTN
        END-PERFORM.
        MOVE SPACES TO GLT_REFERENCE.
        MOVE 1000 TO GLT_ACCOUNT.
        MOVE "C" TO GLT_DC.
        MOVE WK_EXPENSE_TOTAL TO GLT_AMOUNT.
        PERFORM WRITE-GL-RTN.
        PERFORM WRITE-TRAILER-RTN.
    POST-EXPENSE-BATCH-EXIT.
    *>共通.仕訳1行の書き出し(金額0の行は起こさない)
    WRITE-GL-RTN SECTION.
        IF GLT_AMOUNT = ZERO
        END-PERFORM.
        CLOSE PAY_DETAIL_FILE.
    SUM-PAY-EXIT.
    *>5.経費区分マスタの読み込み(区分ごとの費用勘定。精算額は0から積む)
    LOAD-EXPENSE-CATEGORY-RTN SECTION.
        OPEN INPUT EXPENSE_CATEGORY_FILE.
        IF EXPENSE_CATEGORY_STATUS NOT = "00"
            THEN
                GO TO LOAD-EXPENSE-CATEGORY-EXIT
        END-IF.
        PERFORM UNTIL EXPENSE_CATEGORY_STATUS NOT = "00"
            READ EXPENSE_CATEGORY_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF EXP_TBL_SIZE < 50
                        THEN
                            ADD 1 TO EXP_TBL_SIZE
                            SET EXP_IDX TO EXP_TBL_SIZE
                            MOVE EXC_CODE TO EXT_CODE(EXP_IDX)
                            MOVE EXC_ACCOUNT TO EXT_ACCOUNT(EXP_IDX)
                            MOVE ZERO TO EXT_AMOUNT(EXP_IDX)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE EXPENSE_CATEGORY_FILE.
    LOAD-EXPENSE-CATEGORY-EXIT.
    *>6.精算明細1本分を経費区分別に合算する(呼び出し元がファイル名を切り替える)
    SUM-EXPENSE-RTN SECTION.
        OPEN INPUT PAY_EXPENSE_FILE.
        IF PAY_EXPENSE_STATUS NOT = "00"
            THEN
                GO TO SUM-EXPENSE-EXIT
        END-IF.
        PERFORM UNTIL PAY_EXPENSE_STATUS NOT = "00"
            READ PAY_EXPENSE_FILE
                AT END
                    CONTINUE
                NOT AT END
                    PERFORM SUM-ONE-EXPENSE-RTN
            END-READ
        END-PERFORM.
        CLOSE PAY_EXPENSE_FILE.
    SUM-EXPENSE-EXIT.
    SUM-ONE-EXPENSE-RTN SECTION.
        SET EXP_IDX TO 1.
        SEARCH EXP_TBL
            AT END
*>マスタに無い区分は雑費(5290)へ計上し、経理の確認用に警告する
                IF EXP_TBL_SIZE < 50
                    THEN
                        DISPLAY "EXPENSE CATEGORY NOT ON MASTER: "
                            PXD_CATEGORY ". POSTED TO 5290."
                        MOVE 4 TO RETURN-CODE
                        ADD 1 TO EXP_TBL_SIZE
                        SET EXP_IDX TO EXP_TBL_SIZE
                        MOVE PXD_CATEGORY TO EXT_CODE(EXP_IDX)
                        MOVE 5290 TO EXT_ACCOUNT(EXP_IDX)
                        MOVE PXD_AMOUNT TO EXT_AMOUNT(EXP_IDX)
                        ADD PXD_AMOUNT TO WK_EXPENSE_TOTAL
                END-IF
            WHEN EXT_CODE(EXP_IDX) = PXD_CATEGORY
                ADD PXD_AMOUNT TO EXT_AMOUNT(EXP_IDX)
                ADD PXD_AMOUNT TO WK_EXPENSE_TOTAL
        END-SEARCH.
    SUM-ONE-EXPENSE-EXIT.
*>GlTransactions.txtの明細 = 計上日(8) 出所(5) 勘定(4) 貸借(1:D/C) 金額(11) 参照(5)
*>トレーラ = "TRAILER" 出所(5) 件数(7) 借方合計(13) 貸方合計(13)
*>勘定 1000=現金 1100=売掛/店舗現金 2100=源泉預り 2210=健保預り
*>     2220=年金預り 2230=その他預り 4000=売上 5100=給与費用
*>     52xx=経費区分ごとの費用勘定(ExpenseCategory.txt) 5290=雑費(区分不明の精算)
*>給与バッチが貸借不一致(手取り0への切り上げ等)の場合はRETURN-CODE=4で警告する
*>出所 SALES=売上 PAY=通常月給与 BONUS=賞与実行(PayDetailBonus.txt)
*>     EXPNS=立替経費の精算(参照=経費区分)
