*>  ・例外出力にはどのファイルが欠けたかに加えて数量の食い違い
*>    (ORD/RCP/INVの数量と差)を載せる
*>3ファイルともキー順ソート済みであること。全出力に制御トレーラを付ける
*>消し込み行には請求金額(INV_AMOUNT_Xの累計)も載せ、買掛計上
*>(APPLICATION_115_AP_VOUCHER)が支払うべき金額として使う
*>仕入先への返品(APPLICATION_120_VENDOR_RETURNが借方票(DebitMemos.txt)を
*>発行)は同じ発注番号の入荷累計から差し引き、返品後の正味入荷数量で請求と
*>突き合わせる(返品分を除いた請求なら一致として消し込める)
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_59_THREE_WAY.
ENVIRONMENT DIVISION.
            ASSIGN TO "MatchTolerance.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MATCH_TOL_STATUS.
        SELECT DEBIT_MEMO_FILE
            ASSIGN TO "DebitMemos.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DEBIT_MEMO_STATUS.
DATA DIVISION.
    FILE SECTION.
*>発注(先頭6桁は従来のKEY+SUJI。数量はAPPLICATION_71_PO_GENが書く拡張欄。
            05 RCP_SUJI PIC 99.
            05 FILLER PIC X(01).
            05 RCP_QTY_X PIC X(05).
            05 FILLER PIC X(28).
        FD INVOICE_FILE.
        01 INVOICE_RECORD.
            05 INV_KEY PIC X(04).
            05 CLR_KEY PIC X(04).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CLR_QTY PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CLR_AMOUNT PIC 9(11).
        01 CLEARED_TRAILER.
            05 CLR_TRL_TAG PIC X(07).
            05 CLR_TRL_CNT PIC 9(07).
        FD MATCH_TOL_FILE.
        01 MATCH_TOL_RECORD.
            05 MATCH_TOL_QTY PIC 9(05).
*>借方票(仕入先返品。発注番号ごとの返品数量を入荷累計から差し引く)
        FD DEBIT_MEMO_FILE.
        01 DEBIT_MEMO_RECORD.
            05 DMR_NO PIC 9(06).
            05 FILLER PIC X(01).
            05 DMR_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 DMR_SUPPLIER PIC X(05).
            05 FILLER PIC X(01).
            05 DMR_PO PIC X(04).
            05 FILLER PIC X(01).
            05 DMR_LINE PIC 9(02).
            05 FILLER PIC X(01).
            05 DMR_QTY PIC 9(05).
            05 FILLER PIC X(01).
            05 DMR_AMOUNT PIC 9(11).
            05 FILLER PIC X(01).
            05 DMR_REASON PIC X(20).
    WORKING-STORAGE SECTION.
        01 ORDER_STATUS PIC XX.
        01 RECEIPT_STATUS PIC XX.
        01 INVOICE_STATUS PIC XX.
        01 MATCH_TOL_STATUS PIC XX.
        01 DEBIT_MEMO_STATUS PIC XX.
*>発注番号別の返品数量(借方票の累計)
        01 RTN_TBL_MASTER.
            05 RTN_TBL_SIZE PIC 9(04) VALUE ZERO.
            05 RTN_TBL OCCURS 0 TO 2000
                DEPENDING ON RTN_TBL_SIZE
                INDEXED BY RTN_IDX.
                10 RTT_PO PIC X(04).
                10 RTT_QTY PIC 9(07).
        01 WK_RETURN_QTY PIC 9(07).
*>許容差(数量。既定0=完全一致のみ消し込む)
        01 WK_TOLERANCE PIC 9(05) VALUE ZERO.
*>3ファイルの現在キー(EOFはHIGH-VALUEを立てて他のファイルを流し切る)
            05 WK_ORD_QTY_SUM PIC 9(07).
            05 WK_RCP_QTY_SUM PIC 9(07).
            05 WK_INV_QTY_SUM PIC 9(07).
            05 WK_INV_AMT_SUM PIC 9(11).
        01 WK_ONE_QTY PIC 9(05).
        01 WK_ONE_AMOUNT PIC 9(09).
        01 WK_DIFF PIC S9(07).
        01 WK_REASON_CD PIC X(02).
*>数量の食い違いの編集エリア(例外出力の明細文)
    *>1.初期処理(許容差の読み込み、ファイルオープンと1件目の読み込み)
    INIT-RTN SECTION.
        PERFORM TOLERANCE-RTN.
        PERFORM LOAD-RETURN-RTN.
        OPEN INPUT ORDER_FILE.
        OPEN INPUT RECEIPT_FILE.
        OPEN INPUT INVOICE_FILE.
                CLOSE MATCH_TOL_FILE
        END-IF.
    TOLERANCE-EXIT.
    *>1-2.借方票の読み込み(発注番号ごとに返品数量を累計する。無ければ返品なし)
    LOAD-RETURN-RTN SECTION.
        OPEN INPUT DEBIT_MEMO_FILE.
        IF DEBIT_MEMO_STATUS NOT = "00"
            THEN
                GO TO LOAD-RETURN-EXIT
        END-IF.
        PERFORM UNTIL DEBIT_MEMO_STATUS NOT = "00"
            READ DEBIT_MEMO_FILE
                AT END
                    CONTINUE
                NOT AT END
                    SET RTN_IDX TO 1
                    SEARCH RTN_TBL
                        AT END
                            IF RTN_TBL_SIZE < 2000
                                THEN
                                    ADD 1 TO RTN_TBL_SIZE
                                    SET RTN_IDX TO RTN_TBL_SIZE
                                    MOVE DMR_PO TO RTT_PO(RTN_IDX)
                                    MOVE DMR_QTY TO RTT_QTY(RTN_IDX)
                            END-IF
                        WHEN RTT_PO(RTN_IDX) = DMR_PO
                            ADD DMR_QTY TO RTT_QTY(RTN_IDX)
                    END-SEARCH
            END-READ
        END-PERFORM.
        CLOSE DEBIT_MEMO_FILE.
    LOAD-RETURN-EXIT.
    *>2.ファイル読み込み(それぞれEOFでキーにHIGH-VALUEを立てる)
    READ-ORDER-RTN SECTION.
        READ ORDER_FILE
        END-IF.
        MOVE SPACE TO SW_HAS_ORDER SW_HAS_RECEIPT SW_HAS_INVOICE.
        MOVE ZERO TO WK_ORD_QTY_SUM WK_RCP_QTY_SUM WK_INV_QTY_SUM.
        MOVE ZERO TO WK_INV_AMT_SUM.
*>最小キーの行を各ファイルとも累計しながら読み進める(入荷の複数行対応)
        PERFORM UNTIL WK_ORD_KEY NOT = WK_MIN_KEY
            MOVE "1" TO SW_HAS_ORDER
            ADD WK_ONE_QTY TO WK_RCP_QTY_SUM
            PERFORM READ-RECEIPT-RTN
        END-PERFORM.
*>仕入先へ返品した数量は入荷累計から差し引く(正味入荷で突き合わせる)
        PERFORM NET-RETURN-RTN.
        PERFORM UNTIL WK_INV_KEY NOT = WK_MIN_KEY
            MOVE "1" TO SW_HAS_INVOICE
            PERFORM GET-INVOICE-QTY-RTN
            ADD WK_ONE_QTY TO WK_INV_QTY_SUM
            IF INV_AMOUNT_X IS NUMERIC
                THEN
                    MOVE INV_AMOUNT_X TO WK_ONE_AMOUNT
                    ADD WK_ONE_AMOUNT TO WK_INV_AMT_SUM
            END-IF
            PERFORM READ-INVOICE-RTN
        END-PERFORM.
        PERFORM JUDGE-KEY-RTN.
    MAIN-EXIT.
    *>3-0.返品数量の差し引き(入荷累計を下回る返品は0で止める)
    *>返品数量は入荷累計から実際に差し引いた分としてキーの判定まで持つ
    NET-RETURN-RTN SECTION.
        MOVE ZERO TO WK_RETURN_QTY.
        SET RTN_IDX TO 1.
        SEARCH RTN_TBL
            AT END
                CONTINUE
            WHEN RTT_PO(RTN_IDX) = WK_MIN_KEY
                MOVE RTT_QTY(RTN_IDX) TO WK_RETURN_QTY
        END-SEARCH.
        IF WK_RETURN_QTY = ZERO
            THEN
                GO TO NET-RETURN-EXIT
        END-IF.
        IF WK_RETURN_QTY > WK_RCP_QTY_SUM
            THEN
                MOVE WK_RCP_QTY_SUM TO WK_RETURN_QTY
                MOVE ZERO TO WK_RCP_QTY_SUM
            ELSE
                SUBTRACT WK_RETURN_QTY FROM WK_RCP_QTY_SUM
        END-IF.
    NET-RETURN-EXIT.
    *>3-1.数量の取り出し(拡張欄が数字でない旧形式はSUJIを数量として使う)
    GET-ORDER-QTY-RTN SECTION.
        IF ORD_QTY_X IS NUMERIC
                END-IF
        END-IF.
*>入荷累計が発注に満たない(許容差を超える不足)は未完了として持ち越す
*>返品した数量は発注からも除く(返品後の正味入荷どおりの請求なら不足としない)
        COMPUTE WK_DIFF = WK_ORD_QTY_SUM - WK_RETURN_QTY - WK_RCP_QTY_SUM.
        IF WK_DIFF > WK_TOLERANCE
            THEN
*>請求が正味入荷と一致していても入荷不足の残る発注は、残りの入荷を待って持ち越す
                PERFORM WRITE-OPEN-ORDER-RTN
                GO TO JUDGE-KEY-EXIT
        END-IF.
*>請求もそろっていれば消し込み
        IF SW_HAS_INVOICE = "1" AND SW_HAS_RECEIPT = "1"
            THEN
                MOVE SPACE TO CLEARED_RECORD
                MOVE WK_MIN_KEY TO CLR_KEY
                MOVE WK_ORD_QTY_SUM TO CLR_QTY
                MOVE WK_INV_AMT_SUM TO CLR_AMOUNT
                WRITE CLEARED_RECORD
                ADD 1 TO WK_CTL_CNT_CLR
                ADD WK_ORD_QTY_SUM TO WK_CTL_TOTAL_CLR
*>          08=超過入荷(入荷累計が発注+許容差を超える)
*>一部入荷(請求なし)は例外ではなくOpenOrders.txt(発注数量+入荷済累計)へ
*>持ち越す。請求がまだの数量一致分も請求待ちとして未完了に残る
*>Cleared.txtの1行 = キー(4) 数量(5) 請求金額(11:同一キーの請求金額の累計)
*>MatchTolerance.txtの1行 = 数量の許容差(5桁)。無ければ0
*>旧形式(KEY+SUJIのみ)の行はSUJIを数量として読めるため従来データも流せる
*>DebitMemos.txtの1行 = 借方票番号(6) 日付(8) 仕入先(5) 発注番号(4) 行番号(2)
*>返品数量(5) 金額(11) 理由(20)。RCP=は返品を差し引いた正味入荷数量を表す
