*>入金取込・自動消込 銀行の入金明細を見ながら入金ファイル(ArReceipts.txt)を
*>手で打っていた(請求番号は推測で入れることも多かった)のをやめ、銀行から届く
*>入金明細ファイル(BankDeposits.txt)を取り込んで、売掛未消込台帳(ArOpenItems.txt)の
*>請求へ自動で引き当て、APPLICATION_86_AR_LEDGERがそのまま読めるArReceipts.txtを作る
*>  ファイルはAPPLICATION_97_BANK_TRANSMITと同じ銀行指定の固定長形式
*>  ヘッダ(種別1):入金日+入金口座  明細(種別2):入金日+通番+金額+振込依頼人名+
*>  依頼人の摘要(請求番号が書かれていることが多い)  トレーラ(種別9):明細件数+金額合計
*>  トレーラと合わないファイルは何も書かずに突き返す(RETURN-CODE 16)
*>引き当ての順序(1件の入金を複数の請求へ分けて引き当てることがある)
*>  (1)摘要の6桁の数字が未消込の請求番号なら、その請求へ(依頼人が分かっていれば
*>     その得意先の請求に限る)
*>  (2)まだ何も引き当てていなければ、依頼人の得意先の請求のうち残額が入金額と
*>     ちょうど同じもの(複数あれば古いもの)へ
*>  (3)残りは依頼人の得意先の請求へ請求日の古い順に
*>振込依頼人名から得意先への対応は振込依頼人マスタ(PayerMaster.txt)で引く
*>引き当てられなかった入金(依頼人不明・請求なし・過入金の残り)は未消込入金の
*>仮受リスト(UnappliedCash.txt)へ積み、担当者が得意先コードや摘要を書き足すか
*>振込依頼人マスタへ依頼人を登録すれば、次回の実行で同じ順序で引き当て直す
*>(処理を終えた行は担当者がリストから消す)
*>引き当ての結果と仮受リストは入金消込リスト(DepositMatch.txt)に印刷する
*>取り込んだ入金明細ファイルは二重取込を防ぐため空にし、伝送登録簿へ受信を記録する
*>売掛の消込(APPLICATION_86_AR_LEDGER)の前に実行する
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_134_BANK_DEPOSIT.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT BANK_DEPOSIT_FILE
            ASSIGN TO "BankDeposits.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BANK_DEPOSIT_STATUS.
        SELECT PAYER_MASTER_FILE
            ASSIGN TO "PayerMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAYER_MASTER_STATUS.
        SELECT AR_OPEN_ITEMS_FILE
            ASSIGN TO "ArOpenItems.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AR_OPEN_ITEMS_STATUS.
        SELECT AR_RECEIPTS_FILE
            ASSIGN TO "ArReceipts.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AR_RECEIPTS_STATUS.
        SELECT UNAPPLIED_CASH_FILE
            ASSIGN TO "UnappliedCash.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS UNAPPLIED_CASH_STATUS.
        SELECT PRINT_FILE ASSIGN TO "DepositMatch.txt"
            FILE STATUS IS PRINT_STATUS.
DATA DIVISION.
    FILE SECTION.
*>銀行指定の固定長レコード(ヘッダ/明細/トレーラを同じ80桁に収める)
        FD BANK_DEPOSIT_FILE.
        01 BANK_DEPOSIT_RECORD PIC X(80).
        01 DEPOSIT_HEADER_VIEW REDEFINES BANK_DEPOSIT_RECORD.
            05 DPH_TYPE PIC X(01).
            05 DPH_DATE PIC 9(08).
            05 DPH_BANK PIC X(04).
            05 DPH_BRANCH PIC X(03).
            05 DPH_ACCOUNT PIC X(07).
            05 FILLER PIC X(57).
        01 DEPOSIT_DETAIL_VIEW REDEFINES BANK_DEPOSIT_RECORD.
            05 DPD_TYPE PIC X(01).
            05 DPD_DATE PIC 9(08).
            05 DPD_SEQ PIC 9(06).
            05 DPD_AMOUNT PIC 9(10).
            05 DPD_PAYER PIC X(20).
            05 DPD_REFERENCE PIC X(20).
            05 FILLER PIC X(15).
        01 DEPOSIT_TRAILER_VIEW REDEFINES BANK_DEPOSIT_RECORD.
            05 DPT_TYPE PIC X(01).
            05 DPT_CNT PIC 9(07).
            05 DPT_TOTAL PIC 9(13).
            05 FILLER PIC X(59).
*>振込依頼人マスタ(銀行の明細に出る依頼人名→得意先)
        FD PAYER_MASTER_FILE.
        01 PAYER_MASTER_RECORD.
            05 PYM_PAYER PIC X(20).
            05 FILLER PIC X(01).
            05 PYM_CUSTOMER PIC X(05).
        FD AR_OPEN_ITEMS_FILE.
        01 AR_OPEN_ITEMS_RECORD.
            05 ARO_NO PIC 9(06).
            05 FILLER PIC X(01).
            05 ARO_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 ARO_CUSTOMER PIC X(05).
            05 FILLER PIC X(01).
            05 ARO_AMOUNT PIC 9(09).
        FD AR_RECEIPTS_FILE.
        01 AR_RECEIPTS_RECORD.
            05 ARR_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ARR_CUSTOMER PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ARR_NO PIC 9(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ARR_AMOUNT PIC 9(09).
*>未消込入金の仮受リスト(得意先・摘要は担当者が書き足してよい)
        FD UNAPPLIED_CASH_FILE.
        01 UNAPPLIED_CASH_RECORD.
            05 UAC_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 UAC_SEQ PIC 9(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 UAC_AMOUNT PIC 9(10).
            05 FILLER PIC X(01) VALUE SPACE.
            05 UAC_PAYER PIC X(20).
            05 FILLER PIC X(01) VALUE SPACE.
            05 UAC_REFERENCE PIC X(20).
            05 FILLER PIC X(01) VALUE SPACE.
            05 UAC_CUSTOMER PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 UAC_REASON PIC X(15).
        FD PRINT_FILE.
        01 PRINT_RECORD PIC X(80).
    WORKING-STORAGE SECTION.
        01 BANK_DEPOSIT_STATUS PIC XX.
        01 PAYER_MASTER_STATUS PIC XX.
        01 AR_OPEN_ITEMS_STATUS PIC XX.
        01 AR_RECEIPTS_STATUS PIC XX.
        01 UNAPPLIED_CASH_STATUS PIC XX.
        01 PRINT_STATUS PIC XX.
        01 WK_TODAY PIC 9(08).
*>売掛未消込台帳テーブル(取込済みで未消込の入金と、今回の引き当てで残額を減らす)
        01 AR_TBL_MASTER.
            05 AR_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 AR_TBL OCCURS 0 TO 999
                DEPENDING ON AR_TBL_SIZE
                INDEXED BY AR_IDX.
                10 ART_NO PIC 9(06).
                10 ART_DATE PIC 9(08).
                10 ART_CUSTOMER PIC X(05).
                10 ART_AMOUNT PIC 9(09).
        01 WK_AR_SUB PIC 9(04).
        01 WK_BEST_SUB PIC 9(04).
*>振込依頼人テーブル
        01 PAY_TBL_MASTER.
            05 PAY_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 PAY_TBL OCCURS 0 TO 999
                DEPENDING ON PAY_TBL_SIZE
                INDEXED BY PAY_IDX.
                10 PYT_PAYER PIC X(20).
                10 PYT_CUSTOMER PIC X(05).
*>引き当てる入金(仮受リストの引き当て直しが先、今回の入金明細が後)
        01 DEP_TBL_MASTER.
            05 DEP_TBL_SIZE PIC 9(04) VALUE ZERO.
            05 DEP_TBL OCCURS 0 TO 2000
                DEPENDING ON DEP_TBL_SIZE
                INDEXED BY DEP_IDX.
                10 DTB_ORIGIN PIC X(01).
                10 DTB_DATE PIC 9(08).
                10 DTB_SEQ PIC 9(06).
                10 DTB_AMOUNT PIC 9(10).
                10 DTB_PAYER PIC X(20).
                10 DTB_REFERENCE PIC X(20).
                10 DTB_CUSTOMER PIC X(05).
                10 DTB_LEFT PIC 9(10).
                10 DTB_REASON PIC X(15).
        01 WK_DEP_SUB PIC 9(04).
*>入金1件分の引き当てエリア
        01 WK_REMAIN PIC 9(10).
        01 WK_APPLY PIC 9(09).
        01 WK_CUSTOMER PIC X(05).
        01 WK_METHOD PIC X(06).
        01 WK_REFERENCE PIC X(20).
        01 WK_REF_POS PIC 9(02).
        01 WK_REF_NO PIC 9(06).
        01 SW_REF_EDGE PIC X(01).
        01 SW_REF_FOUND PIC X(01).
        01 SW_APPLIED PIC X(01).
*>入金明細ファイルの検査(ヘッダ・トレーラの有無と制御合計)
        01 SW_HEADER PIC X(01) VALUE SPACE.
        01 SW_TRAILER PIC X(01) VALUE SPACE.
        01 SW_FILE_ERROR PIC X(01) VALUE SPACE.
        01 WK_FILE_CNT PIC 9(07) VALUE ZERO.
        01 WK_FILE_TOTAL PIC 9(13) VALUE ZERO.
*>件数集計
        01 WK_BANK_CNT PIC 9(05) VALUE ZERO.
        01 WK_RETRY_CNT PIC 9(05) VALUE ZERO.
        01 WK_PENDING_CNT PIC 9(05) VALUE ZERO.
        01 WK_RECEIPT_CNT PIC 9(05) VALUE ZERO.
        01 WK_SUSPENSE_CNT PIC 9(05) VALUE ZERO.
        01 WK_OVER_CNT PIC 9(05) VALUE ZERO.
        01 WK_TOTAL_DEPOSIT PIC 9(13) VALUE ZERO.
        01 WK_TOTAL_APPLIED PIC 9(13) VALUE ZERO.
        01 WK_TOTAL_SUSPENSE PIC 9(13) VALUE ZERO.
*>伝送登録簿への受け渡しエリア(入金明細ファイルの受信記録)
        01 WK_TL_AREA.
            05 WK_TL_MODE PIC X(01).
            05 WK_TL_DIRECTION PIC X(01).
            05 WK_TL_FILE PIC X(30).
            05 WK_TL_COUNT PIC 9(07).
            05 WK_TL_TOTAL PIC 9(13).
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "DepositMatch.txt".
*>入金消込リストの帳票行(見出し/引き当て明細/仮受明細/合計)
        01 DPM_TITLE_LINE.
            05 PIC X(40) VALUE "*** BANK DEPOSIT MATCHING ***".
            05 PIC X(10) VALUE SPACE.
            05 PIC X(10) VALUE "RUN DATE: ".
            05 DPM_TODAY PIC 9(08).
            05 PIC X(12) VALUE SPACE.
        01 DPM_COLUMN_LINE.
            05 PIC X(40) VALUE
                "DEP DATE SEQ    PAYER                   ".
            05 PIC X(40) VALUE
                "DEPOSIT CUST  INVOICE   APPLIED BY".
        01 DPM_DETAIL_LINE.
            05 DPM_DATE PIC 9(08).
            05 PIC X(01) VALUE SPACE.
            05 DPM_SEQ PIC 9(06).
            05 PIC X(01) VALUE SPACE.
            05 DPM_PAYER PIC X(20).
            05 PIC X(01) VALUE SPACE.
            05 DPM_AMOUNT PIC Z(9)9.
            05 PIC X(01) VALUE SPACE.
            05 DPM_CUSTOMER PIC X(05).
            05 PIC X(01) VALUE SPACE.
            05 DPM_INVOICE PIC 9(06).
            05 PIC X(01) VALUE SPACE.
            05 DPM_APPLIED PIC Z(8)9.
            05 PIC X(01) VALUE SPACE.
            05 DPM_METHOD PIC X(06).
            05 PIC X(03) VALUE SPACE.
        01 DPM_SUSPENSE_HEAD_LINE.
            05 PIC X(80) VALUE "UNAPPLIED CASH (SUSPENSE)".
        01 DPM_SUSPENSE_LINE.
            05 DPS_DATE PIC 9(08).
            05 PIC X(01) VALUE SPACE.
            05 DPS_SEQ PIC 9(06).
            05 PIC X(01) VALUE SPACE.
            05 DPS_PAYER PIC X(20).
            05 PIC X(01) VALUE SPACE.
            05 DPS_AMOUNT PIC Z(9)9.
            05 PIC X(01) VALUE SPACE.
            05 DPS_CUSTOMER PIC X(05).
            05 PIC X(01) VALUE SPACE.
            05 DPS_REASON PIC X(15).
            05 PIC X(11) VALUE SPACE.
        01 DPM_TOTAL_LINE.
            05 PIC X(10) VALUE "DEPOSITS: ".
            05 DPM_TOTAL_DEPOSIT PIC Z(12)9.
            05 PIC X(11) VALUE "  APPLIED: ".
            05 DPM_TOTAL_APPLIED PIC Z(12)9.
            05 PIC X(12) VALUE "  SUSPENSE: ".
            05 DPM_TOTAL_SUSPENSE PIC Z(12)9.
            05 PIC X(08) VALUE SPACE.
PROCEDURE DIVISION.
    BANK_DEPOSIT_RTN SECTION.
    *>初期処理(台帳・取込済みの入金・依頼人マスタ・仮受リスト・入金明細の読み込み)
        CALL "BUSINESS_DATE" USING WK_TODAY.
        PERFORM LOAD-OPEN-ITEMS-RTN.
        PERFORM LOAD-PENDING-RTN.
        PERFORM LOAD-PAYER-RTN.
        PERFORM LOAD-SUSPENSE-RTN.
        PERFORM LOAD-DEPOSIT-RTN.
        IF SW_FILE_ERROR = "1"
            THEN
                DISPLAY "BANK DEPOSIT FILE REJECTED. NOTHING APPLIED."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        IF DEP_TBL_SIZE = ZERO
            THEN
                DISPLAY "NO DEPOSITS TO APPLY."
                STOP RUN
        END-IF.
    *>主処理(入金1件ずつ請求番号→同額→古い順に引き当てる)
        OPEN EXTEND AR_RECEIPTS_FILE.
        IF AR_RECEIPTS_STATUS NOT = "00"
            THEN
                OPEN OUTPUT AR_RECEIPTS_FILE
        END-IF.
        OPEN OUTPUT UNAPPLIED_CASH_FILE.
        OPEN OUTPUT PRINT_FILE.
        MOVE WK_TODAY TO DPM_TODAY.
        WRITE PRINT_RECORD FROM DPM_TITLE_LINE AFTER PAGE.
        WRITE PRINT_RECORD FROM DPM_COLUMN_LINE AFTER 2 LINE.
        PERFORM DEPOSIT-ONE-RTN
            VARYING WK_DEP_SUB FROM 1 BY 1
            UNTIL WK_DEP_SUB > DEP_TBL_SIZE.
        CLOSE AR_RECEIPTS_FILE.
        CLOSE UNAPPLIED_CASH_FILE.
    *>終了処理(仮受リストと合計の印刷、入金明細ファイルを空にして受信を記録)
        PERFORM PRINT-SUSPENSE-RTN.
        CLOSE PRINT_FILE.
        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME.
        IF SW_HEADER = "1"
            THEN
                OPEN OUTPUT BANK_DEPOSIT_FILE
                CLOSE BANK_DEPOSIT_FILE
                MOVE "L" TO WK_TL_MODE
                MOVE "I" TO WK_TL_DIRECTION
                MOVE "BankDeposits.txt" TO WK_TL_FILE
                MOVE WK_FILE_CNT TO WK_TL_COUNT
                MOVE WK_FILE_TOTAL TO WK_TL_TOTAL
                CALL "TRANSMIT_LOG" USING WK_TL_MODE WK_TL_DIRECTION
                    WK_TL_FILE WK_TL_COUNT WK_TL_TOTAL
        END-IF.
        DISPLAY "BANK DEPOSIT END. DEPOSITS:" WK_BANK_CNT
            " RETRIED:" WK_RETRY_CNT " RECEIPT LINES:" WK_RECEIPT_CNT
            " SUSPENSE:" WK_SUSPENSE_CNT.
        IF WK_SUSPENSE_CNT > ZERO OR WK_OVER_CNT > ZERO
            THEN
                MOVE 4 TO RETURN-CODE
        END-IF.
        STOP RUN.
    BANK_DEPOSIT_EXIT.
    *>1.入金1件分の引き当て(引き当てられない残りは仮受リストへ)
    DEPOSIT-ONE-RTN SECTION.
        MOVE DTB_AMOUNT(WK_DEP_SUB) TO WK_REMAIN.
        MOVE DTB_CUSTOMER(WK_DEP_SUB) TO WK_CUSTOMER.
        MOVE SPACE TO SW_APPLIED.
        ADD DTB_AMOUNT(WK_DEP_SUB) TO WK_TOTAL_DEPOSIT.
        IF WK_CUSTOMER = SPACE
            THEN
                SET PAY_IDX TO 1
                SEARCH PAY_TBL
                    AT END
                        CONTINUE
                    WHEN PYT_PAYER(PAY_IDX) = DTB_PAYER(WK_DEP_SUB)
                        MOVE PYT_CUSTOMER(PAY_IDX) TO WK_CUSTOMER
                END-SEARCH
        END-IF.
        PERFORM MATCH-REFERENCE-RTN.
        IF WK_REMAIN > ZERO AND WK_CUSTOMER NOT = SPACE
                AND SW_APPLIED NOT = "1"
            THEN
                PERFORM MATCH-AMOUNT-RTN
        END-IF.
        IF WK_REMAIN > ZERO AND WK_CUSTOMER NOT = SPACE
            THEN
                MOVE "OLDEST" TO WK_METHOD
                MOVE 1 TO WK_BEST_SUB
                PERFORM MATCH-OLDEST-RTN
                    UNTIL WK_REMAIN = ZERO OR WK_BEST_SUB = ZERO
        END-IF.
        MOVE WK_REMAIN TO DTB_LEFT(WK_DEP_SUB).
        MOVE WK_CUSTOMER TO DTB_CUSTOMER(WK_DEP_SUB).
        IF WK_REMAIN = ZERO
            THEN
                GO TO DEPOSIT-ONE-EXIT
        END-IF.
        EVALUATE TRUE
            WHEN WK_CUSTOMER = SPACE
                MOVE "PAYER UNKNOWN" TO DTB_REASON(WK_DEP_SUB)
            WHEN SW_APPLIED = "1"
                MOVE "OVERPAYMENT" TO DTB_REASON(WK_DEP_SUB)
            WHEN OTHER
                MOVE "NO OPEN ITEMS" TO DTB_REASON(WK_DEP_SUB)
        END-EVALUATE.
        MOVE SPACE TO UNAPPLIED_CASH_RECORD.
        MOVE DTB_DATE(WK_DEP_SUB) TO UAC_DATE.
        MOVE DTB_SEQ(WK_DEP_SUB) TO UAC_SEQ.
        MOVE WK_REMAIN TO UAC_AMOUNT.
        MOVE DTB_PAYER(WK_DEP_SUB) TO UAC_PAYER.
        MOVE DTB_REFERENCE(WK_DEP_SUB) TO UAC_REFERENCE.
        MOVE WK_CUSTOMER TO UAC_CUSTOMER.
        MOVE DTB_REASON(WK_DEP_SUB) TO UAC_REASON.
        WRITE UNAPPLIED_CASH_RECORD.
        ADD 1 TO WK_SUSPENSE_CNT.
        ADD WK_REMAIN TO WK_TOTAL_SUSPENSE.
    DEPOSIT-ONE-EXIT.
    *>1-1.摘要の請求番号で引き当てる(前後が数字でない6桁の数字を請求番号とみる)
    MATCH-REFERENCE-RTN SECTION.
        MOVE DTB_REFERENCE(WK_DEP_SUB) TO WK_REFERENCE.
        MOVE SPACE TO SW_REF_FOUND.
        MOVE "REF" TO WK_METHOD.
        PERFORM VARYING WK_REF_POS FROM 1 BY 1
                UNTIL WK_REF_POS > 15 OR SW_REF_FOUND = "1"
            IF WK_REFERENCE(WK_REF_POS:6) IS NUMERIC
                THEN
                    MOVE "1" TO SW_REF_EDGE
                    IF WK_REF_POS > 1
                        THEN
                            IF WK_REFERENCE(WK_REF_POS - 1:1) IS NUMERIC
                                THEN
                                    MOVE SPACE TO SW_REF_EDGE
                            END-IF
                    END-IF
                    IF WK_REF_POS < 15
                        THEN
                            IF WK_REFERENCE(WK_REF_POS + 6:1) IS NUMERIC
                                THEN
                                    MOVE SPACE TO SW_REF_EDGE
                            END-IF
                    END-IF
                    IF SW_REF_EDGE = "1"
                        THEN
                            MOVE WK_REFERENCE(WK_REF_POS:6) TO WK_REF_NO
                            PERFORM FIND-REFERENCE-RTN
                    END-IF
            END-IF
        END-PERFORM.
    MATCH-REFERENCE-EXIT.
    *>1-1-1.請求番号の検索(依頼人の得意先が分かっていればその得意先の請求に限る)
    FIND-REFERENCE-RTN SECTION.
        PERFORM VARYING WK_AR_SUB FROM 1 BY 1
                UNTIL WK_AR_SUB > AR_TBL_SIZE OR SW_REF_FOUND = "1"
            IF ART_NO(WK_AR_SUB) = WK_REF_NO
                    AND ART_AMOUNT(WK_AR_SUB) > ZERO
                    AND (WK_CUSTOMER = SPACE
                        OR ART_CUSTOMER(WK_AR_SUB) = WK_CUSTOMER)
                THEN
                    MOVE "1" TO SW_REF_FOUND
                    MOVE ART_CUSTOMER(WK_AR_SUB) TO WK_CUSTOMER
                    MOVE WK_AR_SUB TO WK_BEST_SUB
                    PERFORM APPLY-RTN
            END-IF
        END-PERFORM.
    FIND-REFERENCE-EXIT.
    *>1-2.残額が入金額とちょうど同じ請求(複数あれば請求日の古いもの)
    MATCH-AMOUNT-RTN SECTION.
        MOVE ZERO TO WK_BEST_SUB.
        PERFORM VARYING WK_AR_SUB FROM 1 BY 1
                UNTIL WK_AR_SUB > AR_TBL_SIZE
            IF ART_CUSTOMER(WK_AR_SUB) = WK_CUSTOMER
                    AND ART_AMOUNT(WK_AR_SUB) = WK_REMAIN
                THEN
                    IF WK_BEST_SUB = ZERO
                        THEN
                            MOVE WK_AR_SUB TO WK_BEST_SUB
                        ELSE
                            IF ART_DATE(WK_AR_SUB) < ART_DATE(WK_BEST_SUB)
                                THEN
                                    MOVE WK_AR_SUB TO WK_BEST_SUB
                            END-IF
                    END-IF
            END-IF
        END-PERFORM.
        IF WK_BEST_SUB = ZERO
            THEN
                GO TO MATCH-AMOUNT-EXIT
        END-IF.
        MOVE "AMOUNT" TO WK_METHOD.
        PERFORM APPLY-RTN.
    MATCH-AMOUNT-EXIT.
    *>1-3.得意先の残額のある請求のうち請求日の最も古いもの1件へ(無ければWK_BEST_SUB=0)
    MATCH-OLDEST-RTN SECTION.
        MOVE ZERO TO WK_BEST_SUB.
        PERFORM VARYING WK_AR_SUB FROM 1 BY 1
                UNTIL WK_AR_SUB > AR_TBL_SIZE
            IF ART_CUSTOMER(WK_AR_SUB) = WK_CUSTOMER
                    AND ART_AMOUNT(WK_AR_SUB) > ZERO
                THEN
                    IF WK_BEST_SUB = ZERO
                        THEN
                            MOVE WK_AR_SUB TO WK_BEST_SUB
                        ELSE
                            IF ART_DATE(WK_AR_SUB) < ART_DATE(WK_BEST_SUB)
                                THEN
                                    MOVE WK_AR_SUB TO WK_BEST_SUB
                            END-IF
                    END-IF
            END-IF
        END-PERFORM.
        IF WK_BEST_SUB = ZERO
            THEN
                GO TO MATCH-OLDEST-EXIT
        END-IF.
        PERFORM APPLY-RTN.
    MATCH-OLDEST-EXIT.
    *>共通.WK_BEST_SUBの請求へ入金の残りを引き当てる(請求の残額まで)
    *>ArReceipts.txtへ1行書き、入金消込リストへ1行印字する
    APPLY-RTN SECTION.
        IF WK_REMAIN > ART_AMOUNT(WK_BEST_SUB)
            THEN
                MOVE ART_AMOUNT(WK_BEST_SUB) TO WK_APPLY
            ELSE
                MOVE WK_REMAIN TO WK_APPLY
        END-IF.
        SUBTRACT WK_APPLY FROM WK_REMAIN.
        SUBTRACT WK_APPLY FROM ART_AMOUNT(WK_BEST_SUB).
        MOVE "1" TO SW_APPLIED.
        MOVE SPACE TO AR_RECEIPTS_RECORD.
        MOVE DTB_DATE(WK_DEP_SUB) TO ARR_DATE.
        MOVE ART_CUSTOMER(WK_BEST_SUB) TO ARR_CUSTOMER.
        MOVE ART_NO(WK_BEST_SUB) TO ARR_NO.
        MOVE WK_APPLY TO ARR_AMOUNT.
        WRITE AR_RECEIPTS_RECORD.
        ADD 1 TO WK_RECEIPT_CNT.
        ADD WK_APPLY TO WK_TOTAL_APPLIED.
        MOVE DTB_DATE(WK_DEP_SUB) TO DPM_DATE.
        MOVE DTB_SEQ(WK_DEP_SUB) TO DPM_SEQ.
        MOVE DTB_PAYER(WK_DEP_SUB) TO DPM_PAYER.
        MOVE DTB_AMOUNT(WK_DEP_SUB) TO DPM_AMOUNT.
        MOVE ART_CUSTOMER(WK_BEST_SUB) TO DPM_CUSTOMER.
        MOVE ART_NO(WK_BEST_SUB) TO DPM_INVOICE.
        MOVE WK_APPLY TO DPM_APPLIED.
        MOVE WK_METHOD TO DPM_METHOD.
        WRITE PRINT_RECORD FROM DPM_DETAIL_LINE AFTER 1 LINE.
    APPLY-EXIT.
    *>2.仮受リストと合計の印刷
    PRINT-SUSPENSE-RTN SECTION.
        IF WK_SUSPENSE_CNT > ZERO
            THEN
                WRITE PRINT_RECORD FROM DPM_SUSPENSE_HEAD_LINE
                    AFTER 2 LINE
                PERFORM VARYING WK_DEP_SUB FROM 1 BY 1
                        UNTIL WK_DEP_SUB > DEP_TBL_SIZE
                    IF DTB_LEFT(WK_DEP_SUB) > ZERO
                        THEN
                            MOVE DTB_DATE(WK_DEP_SUB) TO DPS_DATE
                            MOVE DTB_SEQ(WK_DEP_SUB) TO DPS_SEQ
                            MOVE DTB_PAYER(WK_DEP_SUB) TO DPS_PAYER
                            MOVE DTB_LEFT(WK_DEP_SUB) TO DPS_AMOUNT
                            MOVE DTB_CUSTOMER(WK_DEP_SUB) TO DPS_CUSTOMER
                            MOVE DTB_REASON(WK_DEP_SUB) TO DPS_REASON
                            WRITE PRINT_RECORD FROM DPM_SUSPENSE_LINE
                                AFTER 1 LINE
                    END-IF
                END-PERFORM
        END-IF.
        MOVE WK_TOTAL_DEPOSIT TO DPM_TOTAL_DEPOSIT.
        MOVE WK_TOTAL_APPLIED TO DPM_TOTAL_APPLIED.
        MOVE WK_TOTAL_SUSPENSE TO DPM_TOTAL_SUSPENSE.
        WRITE PRINT_RECORD FROM DPM_TOTAL_LINE AFTER 2 LINE.
    PRINT-SUSPENSE-EXIT.
    *>3.売掛未消込台帳の読み込み
    LOAD-OPEN-ITEMS-RTN SECTION.
        OPEN INPUT AR_OPEN_ITEMS_FILE.
        IF AR_OPEN_ITEMS_STATUS NOT = "00"
            THEN
                DISPLAY "AR OPEN ITEMS NOT FOUND."
                GO TO LOAD-OPEN-ITEMS-EXIT
        END-IF.
        PERFORM UNTIL AR_OPEN_ITEMS_STATUS NOT = "00"
            READ AR_OPEN_ITEMS_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF AR_TBL_SIZE < 999
                        THEN
                            ADD 1 TO AR_TBL_SIZE
                            SET AR_IDX TO AR_TBL_SIZE
                            MOVE ARO_NO TO ART_NO(AR_IDX)
                            MOVE ARO_DATE TO ART_DATE(AR_IDX)
                            MOVE ARO_CUSTOMER TO ART_CUSTOMER(AR_IDX)
                            MOVE ARO_AMOUNT TO ART_AMOUNT(AR_IDX)
                        ELSE
                            DISPLAY "AR TABLE FULL. INVOICE NOT MATCHED: "
                                ARO_NO
                            ADD 1 TO WK_OVER_CNT
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE AR_OPEN_ITEMS_FILE.
    LOAD-OPEN-ITEMS-EXIT.
    *>4.取込済みで未消込の入金(ArReceipts.txtに残っている行)の分だけ請求の残額を減らす
    LOAD-PENDING-RTN SECTION.
        OPEN INPUT AR_RECEIPTS_FILE.
        IF AR_RECEIPTS_STATUS NOT = "00"
            THEN
                GO TO LOAD-PENDING-EXIT
        END-IF.
        PERFORM UNTIL AR_RECEIPTS_STATUS NOT = "00"
            READ AR_RECEIPTS_FILE
                AT END
                    CONTINUE
                NOT AT END
                    ADD 1 TO WK_PENDING_CNT
                    SET AR_IDX TO 1
                    SEARCH AR_TBL
                        AT END
                            CONTINUE
                        WHEN ART_NO(AR_IDX) = ARR_NO
                                AND ART_CUSTOMER(AR_IDX) = ARR_CUSTOMER
                            IF ARR_AMOUNT >= ART_AMOUNT(AR_IDX)
                                THEN
                                    MOVE ZERO TO ART_AMOUNT(AR_IDX)
                                ELSE
                                    SUBTRACT ARR_AMOUNT
                                        FROM ART_AMOUNT(AR_IDX)
                            END-IF
                    END-SEARCH
            END-READ
        END-PERFORM.
        CLOSE AR_RECEIPTS_FILE.
        IF WK_PENDING_CNT > ZERO
            THEN
                DISPLAY "RECEIPTS ALREADY WAITING FOR AR LEDGER: "
                    WK_PENDING_CNT
        END-IF.
    LOAD-PENDING-EXIT.
    *>5.振込依頼人マスタの読み込み
    LOAD-PAYER-RTN SECTION.
        OPEN INPUT PAYER_MASTER_FILE.
        IF PAYER_MASTER_STATUS NOT = "00"
            THEN
                GO TO LOAD-PAYER-EXIT
        END-IF.
        PERFORM UNTIL PAYER_MASTER_STATUS NOT = "00"
            READ PAYER_MASTER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF PAY_TBL_SIZE < 999
                        THEN
                            ADD 1 TO PAY_TBL_SIZE
                            SET PAY_IDX TO PAY_TBL_SIZE
                            MOVE PYM_PAYER TO PYT_PAYER(PAY_IDX)
                            MOVE PYM_CUSTOMER TO PYT_CUSTOMER(PAY_IDX)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE PAYER_MASTER_FILE.
    LOAD-PAYER-EXIT.
    *>6.仮受リストの読み込み(前回までに引き当てられなかった入金を引き当て直す)
    LOAD-SUSPENSE-RTN SECTION.
        OPEN INPUT UNAPPLIED_CASH_FILE.
        IF UNAPPLIED_CASH_STATUS NOT = "00"
            THEN
                GO TO LOAD-SUSPENSE-EXIT
        END-IF.
        PERFORM UNTIL UNAPPLIED_CASH_STATUS NOT = "00"
            READ UNAPPLIED_CASH_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF UAC_AMOUNT IS NUMERIC AND UAC_AMOUNT > ZERO
                        THEN
                            PERFORM ADD-SUSPENSE-RTN
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE UNAPPLIED_CASH_FILE.
    LOAD-SUSPENSE-EXIT.
    *>6-1.仮受1件を引き当てる入金に加える
    ADD-SUSPENSE-RTN SECTION.
        IF DEP_TBL_SIZE >= 2000
            THEN
                DISPLAY "DEPOSIT TABLE FULL. SUSPENSE LINE DROPPED: "
                    UAC_DATE " " UAC_SEQ
                ADD 1 TO WK_OVER_CNT
                GO TO ADD-SUSPENSE-EXIT
        END-IF.
        ADD 1 TO DEP_TBL_SIZE.
        SET DEP_IDX TO DEP_TBL_SIZE.
        MOVE "S" TO DTB_ORIGIN(DEP_IDX).
        MOVE UAC_DATE TO DTB_DATE(DEP_IDX).
        MOVE UAC_SEQ TO DTB_SEQ(DEP_IDX).
        MOVE UAC_AMOUNT TO DTB_AMOUNT(DEP_IDX).
        MOVE UAC_PAYER TO DTB_PAYER(DEP_IDX).
        MOVE UAC_REFERENCE TO DTB_REFERENCE(DEP_IDX).
        MOVE UAC_CUSTOMER TO DTB_CUSTOMER(DEP_IDX).
        MOVE ZERO TO DTB_LEFT(DEP_IDX).
        MOVE SPACE TO DTB_REASON(DEP_IDX).
        ADD 1 TO WK_RETRY_CNT.
    ADD-SUSPENSE-EXIT.
    *>7.入金明細ファイルの読み込みと検査(ヘッダで始まり、トレーラの件数・合計が
    *>明細と一致すること。一致しなければSW_FILE_ERROR="1"で何も引き当てない)
    LOAD-DEPOSIT-RTN SECTION.
        OPEN INPUT BANK_DEPOSIT_FILE.
        IF BANK_DEPOSIT_STATUS NOT = "00"
            THEN
                DISPLAY "NO BANK DEPOSIT FILE TODAY."
                GO TO LOAD-DEPOSIT-EXIT
        END-IF.
        PERFORM UNTIL BANK_DEPOSIT_STATUS NOT = "00"
            READ BANK_DEPOSIT_FILE
                AT END
                    CONTINUE
                NOT AT END
                    PERFORM DEPOSIT-RECORD-RTN
            END-READ
        END-PERFORM.
        CLOSE BANK_DEPOSIT_FILE.
        IF SW_HEADER = SPACE AND WK_FILE_CNT = ZERO
                AND SW_TRAILER = SPACE
            THEN
                DISPLAY "BANK DEPOSIT FILE IS EMPTY."
                GO TO LOAD-DEPOSIT-EXIT
        END-IF.
        IF SW_HEADER NOT = "1" OR SW_TRAILER NOT = "1"
            THEN
                DISPLAY "BANK DEPOSIT FILE HEADER OR TRAILER MISSING."
                MOVE "1" TO SW_FILE_ERROR
        END-IF.
    LOAD-DEPOSIT-EXIT.
    *>7-1.入金明細ファイル1レコードの検査と積み込み
    DEPOSIT-RECORD-RTN SECTION.
        IF SW_TRAILER = "1"
            THEN
                DISPLAY "RECORD AFTER TRAILER: " BANK_DEPOSIT_RECORD(1:20)
                MOVE "1" TO SW_FILE_ERROR
                GO TO DEPOSIT-RECORD-EXIT
        END-IF.
        EVALUATE DPH_TYPE
            WHEN "1"
                IF SW_HEADER = "1" OR WK_FILE_CNT > ZERO
                    THEN
                        DISPLAY "HEADER OUT OF PLACE."
                        MOVE "1" TO SW_FILE_ERROR
                END-IF
                MOVE "1" TO SW_HEADER
            WHEN "2"
                IF SW_HEADER NOT = "1"
                    THEN
                        DISPLAY "DETAIL BEFORE HEADER."
                        MOVE "1" TO SW_FILE_ERROR
                        GO TO DEPOSIT-RECORD-EXIT
                END-IF
                IF DPD_DATE IS NOT NUMERIC OR DPD_SEQ IS NOT NUMERIC
                        OR DPD_AMOUNT IS NOT NUMERIC
                        OR DPD_AMOUNT = ZERO
                    THEN
                        DISPLAY "INVALID DEPOSIT DETAIL: "
                            BANK_DEPOSIT_RECORD(1:25)
                        MOVE "1" TO SW_FILE_ERROR
                        GO TO DEPOSIT-RECORD-EXIT
                END-IF
                ADD 1 TO WK_FILE_CNT
                ADD DPD_AMOUNT TO WK_FILE_TOTAL
                IF DEP_TBL_SIZE >= 2000
                    THEN
                        DISPLAY "DEPOSIT TABLE FULL. FILE NOT IMPORTED."
                        MOVE "1" TO SW_FILE_ERROR
                        GO TO DEPOSIT-RECORD-EXIT
                END-IF
                ADD 1 TO DEP_TBL_SIZE
                SET DEP_IDX TO DEP_TBL_SIZE
                MOVE "B" TO DTB_ORIGIN(DEP_IDX)
                MOVE DPD_DATE TO DTB_DATE(DEP_IDX)
                MOVE DPD_SEQ TO DTB_SEQ(DEP_IDX)
                MOVE DPD_AMOUNT TO DTB_AMOUNT(DEP_IDX)
                MOVE DPD_PAYER TO DTB_PAYER(DEP_IDX)
                MOVE DPD_REFERENCE TO DTB_REFERENCE(DEP_IDX)
                MOVE SPACE TO DTB_CUSTOMER(DEP_IDX) DTB_REASON(DEP_IDX)
                MOVE ZERO TO DTB_LEFT(DEP_IDX)
                ADD 1 TO WK_BANK_CNT
            WHEN "9"
                MOVE "1" TO SW_TRAILER
                IF DPT_CNT NOT = WK_FILE_CNT
                        OR DPT_TOTAL NOT = WK_FILE_TOTAL
                    THEN
                        DISPLAY "TRAILER MISMATCH. FILE CNT:" WK_FILE_CNT
                            " TOTAL:" WK_FILE_TOTAL
                            " TRAILER CNT:" DPT_CNT " TOTAL:" DPT_TOTAL
                        MOVE "1" TO SW_FILE_ERROR
                END-IF
            WHEN OTHER
                DISPLAY "UNKNOWN RECORD TYPE: " DPH_TYPE
                MOVE "1" TO SW_FILE_ERROR
        END-EVALUATE.
    DEPOSIT-RECORD-EXIT.
*>BankDeposits.txt = 銀行指定の固定長80桁
*>  種別1 = 入金日(8) 入金口座の銀行(4)支店(3)口座(7)
*>  種別2 = 入金日(8) 通番(6) 金額(10) 振込依頼人名(20) 摘要(20)
*>  種別9 = 明細件数(7) 金額合計(13)
*>PayerMaster.txtの1行 = 振込依頼人名(20:銀行の明細に出る表記のまま) 得意先(5)
*>ArReceipts.txtの1行 = 入金日(8) 得意先(5) 請求番号(6) 金額(9)
*>(1件の入金を複数の請求へ引き当てた時は請求ごとに1行。既存の行の後ろに追記する)
*>UnappliedCash.txtの1行 = 入金日(8) 通番(6) 未消込額(10) 振込依頼人名(20) 摘要(20)
*>得意先(5) 理由(15:PAYER UNKNOWN/NO OPEN ITEMS/OVERPAYMENT)
*>(実行のたびに全行を引き当て直し、残ったものだけを書き直す)
*>DepositMatch.txt = 入金消込リスト(見出し行は"***"で始まる)
*>  引き当て方法 REF=摘要の請求番号 AMOUNT=同額の請求 OLDEST=古い請求から
