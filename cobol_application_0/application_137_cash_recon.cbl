*>店舗現金過不足照合 店舗が銀行へ預け入れた日々の入金(店舗ごとの入金明細
*>StoreDepositSNNN.txt:店舗IDつきのファイル名)を、同じ売上日の"T"日計
*>(APPLICATION_33_ROLLUPが受け付けて売上履歴SalesHistory.txtへ書いた額)と突き合わせる
*>(ROLLUPは店舗の日計をそのまま正とし、実際に預け入れた額と誰も比べていなかった)
*>  差額(入金 - 日計)は店舗別の過不足台帳(OverShortLedger.txt)へ1売上日1行で書く
*>  マイナス=不足(SHORT) プラス=過剰(OVER)
*>  既に照合済みの売上日への追加入金は種別Aの行(日計0、差額=入金額)として書き、
*>  台帳の差額を合計すればその売上日の最終的な過不足になるようにする
*>  日計がまだ売上履歴に無い売上日の入金は照合せず入金明細に残し、翌日以降に照合する
*>照合結果は現金照合リスト(CashRecon.txt)に印刷してスプール台帳へ登録し、
*>店舗ごとの差額合計をAPPLICATION_93_GL_POSTと同じ形式でGlTransactions.txtへ
*>出所CASHVの仕訳として起票する
*>  不足:借方5500(現金過不足)/貸方1100(店舗現金) 過剰:借方1100/貸方5500
*>照合した入金明細は伝送登録簿(TRANSMIT_LOG)へ受信として記録し、
*>照合済みの行を除いて書き戻す
*>月次の過不足レポートはAPPLICATION_138_OVERSHORT_RPTが台帳から出す
*>毎日、APPLICATION_33_ROLLUPの後に実行する
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_137_CASH_RECON.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT STORE_MASTER_FILE
            ASSIGN TO "StoreMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS STORE_MASTER_STATUS.
*>店舗の入金明細(店舗IDからファイル名を組み立てる可変ASSIGN)
        SELECT STORE_DEPOSIT_FILE
            ASSIGN TO DYNAMIC WK_DEPOSIT_FILE_NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS STORE_DEPOSIT_STATUS.
        SELECT SALES_HISTORY_FILE
            ASSIGN TO "SalesHistory.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SALES_HISTORY_STATUS.
        SELECT OVER_SHORT_LEDGER_FILE
            ASSIGN TO "OverShortLedger.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS OVER_SHORT_LEDGER_STATUS.
        SELECT PRINT_FILE ASSIGN TO "CashRecon.txt"
            FILE STATUS IS PRINT_STATUS.
        SELECT GL_TRANS_FILE
            ASSIGN TO "GlTransactions.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GL_TRANS_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD STORE_MASTER_FILE.
        01 STORE_MASTER_RECORD.
            05 STM_ID PIC X(04).
            05 STM_NAME PIC X(10).
            05 STM_FILE PIC X(30).
            05 STM_ACTIVE PIC X(01).
        FD STORE_DEPOSIT_FILE.
        01 STORE_DEPOSIT_RECORD.
            05 SDP_SALES_DATE PIC X(08).
            05 FILLER PIC X(01).
            05 SDP_DEPOSIT_DATE PIC X(08).
            05 FILLER PIC X(01).
            05 SDP_AMOUNT PIC X(09).
            05 FILLER PIC X(13).
        01 STORE_DEPOSIT_LINE PIC X(40).
        FD SALES_HISTORY_FILE.
        01 SALES_HISTORY_RECORD.
            05 SH_STORE PIC X(04).
            05 FILLER PIC X(01).
            05 SH_DATE PIC X(08).
            05 FILLER PIC X(01).
            05 SH_AMOUNT PIC 9(07).
            05 FILLER PIC X(01).
            05 SH_CUSTOMER PIC 9(05).
        FD OVER_SHORT_LEDGER_FILE.
        01 OVER_SHORT_LEDGER_RECORD.
            05 OSL_STORE PIC X(04).
            05 FILLER PIC X(01) VALUE SPACE.
            05 OSL_SALES_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 OSL_TYPE PIC X(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 OSL_SALES PIC 9(09).
            05 FILLER PIC X(01) VALUE SPACE.
            05 OSL_DEPOSIT PIC 9(09).
            05 FILLER PIC X(01) VALUE SPACE.
            05 OSL_VARIANCE PIC S9(09) SIGN LEADING SEPARATE.
            05 FILLER PIC X(01) VALUE SPACE.
            05 OSL_RECON_DATE PIC 9(08).
        FD PRINT_FILE.
        01 PRINT_RECORD PIC X(80).
        FD GL_TRANS_FILE.
        01 GL_TRANS_RECORD.
            05 GLT_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 GLT_SOURCE PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 GLT_ACCOUNT PIC 9(04).
            05 FILLER PIC X(01) VALUE SPACE.
            05 GLT_DC PIC X(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 GLT_AMOUNT PIC 9(11).
            05 FILLER PIC X(01) VALUE SPACE.
            05 GLT_REFERENCE PIC X(05).
        01 GL_TRANS_TRAILER.
            05 GLH_TAG PIC X(07).
            05 FILLER PIC X(01) VALUE SPACE.
            05 GLH_SOURCE PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 GLH_CNT PIC 9(07).
            05 FILLER PIC X(01) VALUE SPACE.
            05 GLH_DEBIT PIC 9(13).
            05 FILLER PIC X(01) VALUE SPACE.
            05 GLH_CREDIT PIC 9(13).
    WORKING-STORAGE SECTION.
        01 STORE_MASTER_STATUS PIC XX.
        01 STORE_DEPOSIT_STATUS PIC XX.
        01 SALES_HISTORY_STATUS PIC XX.
        01 OVER_SHORT_LEDGER_STATUS PIC XX.
        01 PRINT_STATUS PIC XX.
        01 GL_TRANS_STATUS PIC XX.
        01 WK_TODAY PIC 9(08).
        01 WK_DEPOSIT_FILE_NAME PIC X(30).
*>店舗テーブル(有効店舗。入金明細の有無・件数・合計と店舗ごとの差額合計)
        01 STORE_TBL_MASTER.
            05 STORE_TBL_SIZE PIC 9(02) VALUE ZERO.
            05 STORE_TBL OCCURS 0 TO 50
                DEPENDING ON STORE_TBL_SIZE
                INDEXED BY STORE_IDX.
                10 STB_ID PIC X(04).
                10 STB_NAME PIC X(10).
                10 STB_FILE_FOUND PIC X(01).
                10 STB_LINE_CNT PIC 9(07).
                10 STB_TOTAL PIC 9(13).
                10 STB_VARIANCE PIC S9(11).
*>入金明細の全行(書き戻しのため元の行を控える。照合した行は書き戻さない)
        01 DLN_TBL_MASTER.
            05 DLN_TBL_SIZE PIC 9(04) VALUE ZERO.
            05 DLN_TBL OCCURS 0 TO 2000
                DEPENDING ON DLN_TBL_SIZE
                INDEXED BY DLN_IDX.
                10 DLN_STORE_SUB PIC 9(02).
                10 DLN_GROUP_SUB PIC 9(04).
                10 DLN_LINE PIC X(40).
*>店舗×売上日ごとの入金合計と、売上履歴の日計・照合済みかの印
        01 DPG_TBL_MASTER.
            05 DPG_TBL_SIZE PIC 9(04) VALUE ZERO.
            05 DPG_TBL OCCURS 0 TO 1000
                DEPENDING ON DPG_TBL_SIZE
                INDEXED BY DPG_IDX.
                10 DPG_STORE_SUB PIC 9(02).
                10 DPG_STORE PIC X(04).
                10 DPG_DATE PIC 9(08).
                10 DPG_DEPOSIT PIC 9(11).
                10 DPG_SALES PIC 9(11).
                10 DPG_FOUND PIC X(01).
                10 DPG_PRIOR PIC X(01).
                10 DPG_DONE PIC X(01).
        01 WK_STORE_SUB PIC 9(02).
        01 WK_GROUP_SUB PIC 9(04).
        01 WK_AMOUNT PIC 9(09).
        01 WK_VARIANCE PIC S9(11).
*>件数・金額の集計
        01 WK_GROUP_CNT PIC 9(05) VALUE ZERO.
        01 WK_SHORT_CNT PIC 9(05) VALUE ZERO.
        01 WK_OVER_CNT PIC 9(05) VALUE ZERO.
        01 WK_AWAIT_CNT PIC 9(05) VALUE ZERO.
        01 WK_INVALID_CNT PIC 9(05) VALUE ZERO.
        01 WK_TABLE_FULL_CNT PIC 9(05) VALUE ZERO.
*>入金明細の行テーブルに入りきらなかった行数(書き戻しで消えるため照合しない)
        01 WK_DLN_OVER_CNT PIC 9(05) VALUE ZERO.
        01 WK_TOTAL_DEPOSIT PIC 9(13) VALUE ZERO.
        01 WK_TOTAL_SALES PIC 9(13) VALUE ZERO.
        01 WK_TOTAL_VARIANCE PIC S9(13) VALUE ZERO.
*>仕訳バッチ1本分の制御合計
        01 WK_BATCH_CNT PIC 9(07).
        01 WK_BATCH_DEBIT PIC 9(13).
        01 WK_BATCH_CREDIT PIC 9(13).
        01 WK_SOURCE PIC X(05) VALUE "CASHV".
*>伝送登録簿への受け渡しエリア(店舗の入金明細ファイルの受信記録)
        01 WK_TL_AREA.
            05 WK_TL_MODE PIC X(01).
            05 WK_TL_DIRECTION PIC X(01).
            05 WK_TL_FILE PIC X(30).
            05 WK_TL_COUNT PIC 9(07).
            05 WK_TL_TOTAL PIC 9(13).
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "CashRecon.txt".
*>現金照合リストの帳票行(見出し/明細/入金明細なし/合計)
        01 CRC_TITLE_LINE.
            05 PIC X(40) VALUE "*** STORE CASH RECONCILIATION ***".
            05 PIC X(10) VALUE SPACE.
            05 PIC X(10) VALUE "RUN DATE: ".
            05 CRC_TODAY PIC 9(08).
            05 PIC X(12) VALUE SPACE.
        01 CRC_COLUMN_LINE.
            05 PIC X(40) VALUE
                "STOR NAME       SALES DT  SALES TOTAL ".
            05 PIC X(40) VALUE
                " DEPOSIT   VARIANCE STATUS".
        01 CRC_DETAIL_LINE.
            05 CRC_STORE PIC X(04).
            05 PIC X(01) VALUE SPACE.
            05 CRC_NAME PIC X(10).
            05 PIC X(01) VALUE SPACE.
            05 CRC_DATE PIC 9(08).
            05 PIC X(02) VALUE SPACE.
            05 CRC_SALES PIC Z(10)9.
            05 PIC X(01) VALUE SPACE.
            05 CRC_DEPOSIT PIC Z(9)9.
            05 PIC X(01) VALUE SPACE.
            05 CRC_VARIANCE PIC -(9)9.
            05 PIC X(01) VALUE SPACE.
            05 CRC_STATUS PIC X(20).
        01 CRC_NO_FILE_LINE.
            05 CRC_NF_STORE PIC X(04).
            05 PIC X(01) VALUE SPACE.
            05 CRC_NF_NAME PIC X(10).
            05 PIC X(01) VALUE SPACE.
            05 PIC X(64) VALUE "NO DEPOSIT FILE RECEIVED".
        01 CRC_TOTAL_LINE.
            05 PIC X(10) VALUE "DEPOSITS: ".
            05 CRC_TOTAL_DEPOSIT PIC Z(12)9.
            05 PIC X(09) VALUE "  SALES: ".
            05 CRC_TOTAL_SALES PIC Z(12)9.
            05 PIC X(12) VALUE "  VARIANCE: ".
            05 CRC_TOTAL_VARIANCE PIC -(12)9.
            05 PIC X(09) VALUE SPACE.
PROCEDURE DIVISION.
    CASH_RECON_RTN SECTION.
    *>初期処理(店舗マスタと各店舗の入金明細の読み込み)
        CALL "BUSINESS_DATE" USING WK_TODAY.
        PERFORM LOAD-STORE-RTN.
        IF STORE_TBL_SIZE = ZERO
            THEN
                DISPLAY "NO ACTIVE STORES. NOTHING TO RECONCILE."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        PERFORM LOAD-DEPOSIT-RTN
            VARYING WK_STORE_SUB FROM 1 BY 1
            UNTIL WK_STORE_SUB > STORE_TBL_SIZE.
*>入金明細の行が表に入りきらなければ、書き戻しで行を失わないよう何も書かずに止める
        IF WK_DLN_OVER_CNT > ZERO
            THEN
                DISPLAY "DEPOSIT LINES EXCEED 2000. NOTHING RECONCILED."
                    " LINES OVER: " WK_DLN_OVER_CNT
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
    *>主処理(売上履歴の日計と台帳の照合済みを引き当て、売上日ごとに照合する)
        PERFORM MATCH-SALES-RTN.
        PERFORM CHECK-LEDGER-RTN.
        OPEN EXTEND OVER_SHORT_LEDGER_FILE.
        IF OVER_SHORT_LEDGER_STATUS NOT = "00"
            THEN
                OPEN OUTPUT OVER_SHORT_LEDGER_FILE
        END-IF.
        OPEN OUTPUT PRINT_FILE.
        MOVE WK_TODAY TO CRC_TODAY.
        WRITE PRINT_RECORD FROM CRC_TITLE_LINE AFTER PAGE.
        WRITE PRINT_RECORD FROM CRC_COLUMN_LINE AFTER 2 LINE.
        PERFORM RECONCILE-ONE-RTN
            VARYING WK_GROUP_SUB FROM 1 BY 1
            UNTIL WK_GROUP_SUB > DPG_TBL_SIZE.
        CLOSE OVER_SHORT_LEDGER_FILE.
    *>終了処理(入金明細の無い店舗と合計の印刷、仕訳の起票、入金明細の書き戻し)
        PERFORM VARYING STORE_IDX FROM 1 BY 1
                UNTIL STORE_IDX > STORE_TBL_SIZE
            IF STB_FILE_FOUND(STORE_IDX) NOT = "1"
                THEN
                    MOVE STB_ID(STORE_IDX) TO CRC_NF_STORE
                    MOVE STB_NAME(STORE_IDX) TO CRC_NF_NAME
                    WRITE PRINT_RECORD FROM CRC_NO_FILE_LINE AFTER 1 LINE
            END-IF
        END-PERFORM.
        MOVE WK_TOTAL_DEPOSIT TO CRC_TOTAL_DEPOSIT.
        MOVE WK_TOTAL_SALES TO CRC_TOTAL_SALES.
        MOVE WK_TOTAL_VARIANCE TO CRC_TOTAL_VARIANCE.
        WRITE PRINT_RECORD FROM CRC_TOTAL_LINE AFTER 2 LINE.
        CLOSE PRINT_FILE.
        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME.
        PERFORM POST-GL-RTN.
        PERFORM REWRITE-DEPOSIT-RTN
            VARYING WK_STORE_SUB FROM 1 BY 1
            UNTIL WK_STORE_SUB > STORE_TBL_SIZE.
        DISPLAY "CASH RECON END. SALES DATES:" WK_GROUP_CNT
            " SHORT:" WK_SHORT_CNT " OVER:" WK_OVER_CNT
            " AWAITING SALES:" WK_AWAIT_CNT " INVALID:" WK_INVALID_CNT.
        IF WK_AWAIT_CNT > ZERO OR WK_INVALID_CNT > ZERO
                OR WK_TABLE_FULL_CNT > ZERO
            THEN
                MOVE 4 TO RETURN-CODE
        END-IF.
        STOP RUN.
    CASH_RECON_EXIT.
    *>1.店舗マスタの読み込み(有効フラグ"A"の店舗だけ)
    LOAD-STORE-RTN SECTION.
        OPEN INPUT STORE_MASTER_FILE.
        IF STORE_MASTER_STATUS NOT = "00"
            THEN
                DISPLAY "STORE MASTER NOT FOUND."
                GO TO LOAD-STORE-EXIT
        END-IF.
        PERFORM UNTIL STORE_MASTER_STATUS NOT = "00"
            READ STORE_MASTER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF STM_ACTIVE = "A" AND STORE_TBL_SIZE < 50
                        THEN
                            ADD 1 TO STORE_TBL_SIZE
                            SET STORE_IDX TO STORE_TBL_SIZE
                            MOVE STM_ID TO STB_ID(STORE_IDX)
                            MOVE STM_NAME TO STB_NAME(STORE_IDX)
                            MOVE SPACE TO STB_FILE_FOUND(STORE_IDX)
                            MOVE ZERO TO STB_LINE_CNT(STORE_IDX)
                                STB_TOTAL(STORE_IDX)
                                STB_VARIANCE(STORE_IDX)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE STORE_MASTER_FILE.
    LOAD-STORE-EXIT.
    *>2.店舗1件分の入金明細の読み込み(行を控え、店舗×売上日へ合計する)
    LOAD-DEPOSIT-RTN SECTION.
        PERFORM SET-FILE-NAME-RTN.
        OPEN INPUT STORE_DEPOSIT_FILE.
        IF STORE_DEPOSIT_STATUS NOT = "00"
            THEN
                GO TO LOAD-DEPOSIT-EXIT
        END-IF.
        MOVE "1" TO STB_FILE_FOUND(WK_STORE_SUB).
        PERFORM UNTIL STORE_DEPOSIT_STATUS NOT = "00"
            READ STORE_DEPOSIT_FILE
                AT END
                    CONTINUE
                NOT AT END
                    PERFORM DEPOSIT-LINE-RTN
            END-READ
        END-PERFORM.
        CLOSE STORE_DEPOSIT_FILE.
    LOAD-DEPOSIT-EXIT.
    *>2-1.入金明細1行の取り込み(不正な行は照合せず書き戻しに残す)
    DEPOSIT-LINE-RTN SECTION.
        IF STORE_DEPOSIT_LINE = SPACE
            THEN
                GO TO DEPOSIT-LINE-EXIT
        END-IF.
        IF DLN_TBL_SIZE >= 2000
            THEN
                DISPLAY "DEPOSIT LINE TABLE FULL: " STB_ID(WK_STORE_SUB)
                ADD 1 TO WK_DLN_OVER_CNT
                GO TO DEPOSIT-LINE-EXIT
        END-IF.
        ADD 1 TO DLN_TBL_SIZE.
        SET DLN_IDX TO DLN_TBL_SIZE.
        MOVE WK_STORE_SUB TO DLN_STORE_SUB(DLN_IDX).
        MOVE ZERO TO DLN_GROUP_SUB(DLN_IDX).
        MOVE STORE_DEPOSIT_LINE TO DLN_LINE(DLN_IDX).
        IF SDP_SALES_DATE IS NOT NUMERIC OR SDP_AMOUNT IS NOT NUMERIC
            THEN
                DISPLAY "INVALID DEPOSIT LINE: " STB_ID(WK_STORE_SUB)
                    " " STORE_DEPOSIT_LINE
                ADD 1 TO WK_INVALID_CNT
                GO TO DEPOSIT-LINE-EXIT
        END-IF.
        MOVE SDP_AMOUNT TO WK_AMOUNT.
        SET DPG_IDX TO 1.
        SEARCH DPG_TBL
            AT END
                IF DPG_TBL_SIZE >= 1000
                    THEN
                        DISPLAY "SALES DATE TABLE FULL. LEFT FOR NEXT RUN: "
                            STB_ID(WK_STORE_SUB) " " SDP_SALES_DATE
                        ADD 1 TO WK_TABLE_FULL_CNT
                        GO TO DEPOSIT-LINE-EXIT
                END-IF
                ADD 1 TO DPG_TBL_SIZE
                SET DPG_IDX TO DPG_TBL_SIZE
                MOVE WK_STORE_SUB TO DPG_STORE_SUB(DPG_IDX)
                MOVE STB_ID(WK_STORE_SUB) TO DPG_STORE(DPG_IDX)
                MOVE SDP_SALES_DATE TO DPG_DATE(DPG_IDX)
                MOVE ZERO TO DPG_DEPOSIT(DPG_IDX) DPG_SALES(DPG_IDX)
                MOVE SPACE TO DPG_FOUND(DPG_IDX) DPG_PRIOR(DPG_IDX)
                    DPG_DONE(DPG_IDX)
            WHEN DPG_STORE_SUB(DPG_IDX) = WK_STORE_SUB
                    AND DPG_DATE(DPG_IDX) = SDP_SALES_DATE
                CONTINUE
        END-SEARCH.
        ADD WK_AMOUNT TO DPG_DEPOSIT(DPG_IDX).
        SET DLN_GROUP_SUB(DLN_IDX) TO DPG_IDX.
    DEPOSIT-LINE-EXIT.
    *>2-2.入金明細のファイル名の組み立て(StoreDeposit+店舗ID+.txt)
    SET-FILE-NAME-RTN SECTION.
        MOVE SPACE TO WK_DEPOSIT_FILE_NAME.
        STRING "StoreDeposit" DELIMITED BY SIZE
            STB_ID(WK_STORE_SUB) DELIMITED BY SPACE
            ".txt" DELIMITED BY SIZE
            INTO WK_DEPOSIT_FILE_NAME
        END-STRING.
    SET-FILE-NAME-EXIT.
    *>3.売上履歴から店舗×売上日の日計を引き当てる(同じ日の日計が複数あれば合計)
    MATCH-SALES-RTN SECTION.
        IF DPG_TBL_SIZE = ZERO
            THEN
                GO TO MATCH-SALES-EXIT
        END-IF.
        OPEN INPUT SALES_HISTORY_FILE.
        IF SALES_HISTORY_STATUS NOT = "00"
            THEN
                DISPLAY "SALES HISTORY NOT FOUND."
                GO TO MATCH-SALES-EXIT
        END-IF.
        PERFORM UNTIL SALES_HISTORY_STATUS NOT = "00"
            READ SALES_HISTORY_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF SH_AMOUNT IS NUMERIC
                        THEN
                            SET DPG_IDX TO 1
                            SEARCH DPG_TBL
                                AT END
                                    CONTINUE
                                WHEN DPG_STORE(DPG_IDX) = SH_STORE
                                        AND DPG_DATE(DPG_IDX) = SH_DATE
                                    ADD SH_AMOUNT TO DPG_SALES(DPG_IDX)
                                    MOVE "1" TO DPG_FOUND(DPG_IDX)
                            END-SEARCH
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE SALES_HISTORY_FILE.
    MATCH-SALES-EXIT.
    *>4.過不足台帳で照合済みの店舗×売上日に印を付ける(追加入金の扱いにする)
    CHECK-LEDGER-RTN SECTION.
        IF DPG_TBL_SIZE = ZERO
            THEN
                GO TO CHECK-LEDGER-EXIT
        END-IF.
        OPEN INPUT OVER_SHORT_LEDGER_FILE.
        IF OVER_SHORT_LEDGER_STATUS NOT = "00"
            THEN
                GO TO CHECK-LEDGER-EXIT
        END-IF.
        PERFORM UNTIL OVER_SHORT_LEDGER_STATUS NOT = "00"
            READ OVER_SHORT_LEDGER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF OSL_TYPE = "R"
                        THEN
                            SET DPG_IDX TO 1
                            SEARCH DPG_TBL
                                AT END
                                    CONTINUE
                                WHEN DPG_STORE(DPG_IDX) = OSL_STORE
                                        AND DPG_DATE(DPG_IDX)
                                            = OSL_SALES_DATE
                                    MOVE "1" TO DPG_PRIOR(DPG_IDX)
                            END-SEARCH
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE OVER_SHORT_LEDGER_FILE.
    CHECK-LEDGER-EXIT.
    *>5.店舗×売上日1件の照合(台帳へ1行、照合リストへ1行)
    RECONCILE-ONE-RTN SECTION.
        SET DPG_IDX TO WK_GROUP_SUB.
        MOVE DPG_STORE_SUB(DPG_IDX) TO WK_STORE_SUB.
        MOVE DPG_STORE(DPG_IDX) TO CRC_STORE.
        MOVE STB_NAME(WK_STORE_SUB) TO CRC_NAME.
        MOVE DPG_DATE(DPG_IDX) TO CRC_DATE.
        MOVE DPG_DEPOSIT(DPG_IDX) TO CRC_DEPOSIT.
*>日計がまだ無い売上日は照合せず、入金明細に残す
        IF DPG_FOUND(DPG_IDX) NOT = "1" AND DPG_PRIOR(DPG_IDX) NOT = "1"
            THEN
                MOVE ZERO TO CRC_SALES CRC_VARIANCE
                MOVE "AWAITING SALES TOTAL" TO CRC_STATUS
                WRITE PRINT_RECORD FROM CRC_DETAIL_LINE AFTER 1 LINE
                ADD 1 TO WK_AWAIT_CNT
                GO TO RECONCILE-ONE-EXIT
        END-IF.
        MOVE SPACE TO OVER_SHORT_LEDGER_RECORD.
        MOVE DPG_STORE(DPG_IDX) TO OSL_STORE.
        MOVE DPG_DATE(DPG_IDX) TO OSL_SALES_DATE.
        MOVE DPG_DEPOSIT(DPG_IDX) TO OSL_DEPOSIT.
        MOVE WK_TODAY TO OSL_RECON_DATE.
        IF DPG_PRIOR(DPG_IDX) = "1"
            THEN
*>照合済みの売上日への追加入金(日計は二重に数えない)
                MOVE "A" TO OSL_TYPE
                MOVE ZERO TO OSL_SALES
                MOVE DPG_DEPOSIT(DPG_IDX) TO WK_VARIANCE
            ELSE
                MOVE "R" TO OSL_TYPE
                MOVE DPG_SALES(DPG_IDX) TO OSL_SALES
                COMPUTE WK_VARIANCE =
                    DPG_DEPOSIT(DPG_IDX) - DPG_SALES(DPG_IDX)
        END-IF.
        MOVE WK_VARIANCE TO OSL_VARIANCE.
        WRITE OVER_SHORT_LEDGER_RECORD.
        MOVE "1" TO DPG_DONE(DPG_IDX).
        MOVE OSL_SALES TO CRC_SALES.
        MOVE WK_VARIANCE TO CRC_VARIANCE.
        EVALUATE TRUE
            WHEN OSL_TYPE = "A"
                MOVE "ADDITIONAL DEPOSIT" TO CRC_STATUS
            WHEN WK_VARIANCE < ZERO
                MOVE "SHORT" TO CRC_STATUS
                ADD 1 TO WK_SHORT_CNT
            WHEN WK_VARIANCE > ZERO
                MOVE "OVER" TO CRC_STATUS
                ADD 1 TO WK_OVER_CNT
            WHEN OTHER
                MOVE "BALANCED" TO CRC_STATUS
        END-EVALUATE.
        WRITE PRINT_RECORD FROM CRC_DETAIL_LINE AFTER 1 LINE.
        ADD WK_VARIANCE TO STB_VARIANCE(WK_STORE_SUB) WK_TOTAL_VARIANCE.
        ADD DPG_DEPOSIT(DPG_IDX) TO WK_TOTAL_DEPOSIT.
        ADD OSL_SALES TO WK_TOTAL_SALES.
        ADD 1 TO WK_GROUP_CNT.
    RECONCILE-ONE-EXIT.
    *>6.仕訳の起票(店舗ごとの差額合計。不足=借方5500 過剰=貸方5500)
    POST-GL-RTN SECTION.
        MOVE ZERO TO WK_BATCH_CNT WK_BATCH_DEBIT WK_BATCH_CREDIT.
        PERFORM VARYING STORE_IDX FROM 1 BY 1
                UNTIL STORE_IDX > STORE_TBL_SIZE
            IF STB_VARIANCE(STORE_IDX) NOT = ZERO
                THEN
                    IF WK_BATCH_CNT = ZERO
                        THEN
                            OPEN EXTEND GL_TRANS_FILE
                            IF GL_TRANS_STATUS NOT = "00"
                                THEN
                                    OPEN OUTPUT GL_TRANS_FILE
                            END-IF
                    END-IF
                    MOVE SPACE TO GL_TRANS_RECORD
                    MOVE STB_ID(STORE_IDX) TO GLT_REFERENCE
                    IF STB_VARIANCE(STORE_IDX) < ZERO
                        THEN
                            COMPUTE GLT_AMOUNT =
                                ZERO - STB_VARIANCE(STORE_IDX)
                            MOVE 5500 TO GLT_ACCOUNT
                            MOVE "D" TO GLT_DC
                            PERFORM WRITE-GL-RTN
                            MOVE 1100 TO GLT_ACCOUNT
                            MOVE "C" TO GLT_DC
                            PERFORM WRITE-GL-RTN
                        ELSE
                            MOVE STB_VARIANCE(STORE_IDX) TO GLT_AMOUNT
                            MOVE 1100 TO GLT_ACCOUNT
                            MOVE "D" TO GLT_DC
                            PERFORM WRITE-GL-RTN
                            MOVE 5500 TO GLT_ACCOUNT
                            MOVE "C" TO GLT_DC
                            PERFORM WRITE-GL-RTN
                    END-IF
            END-IF
        END-PERFORM.
        IF WK_BATCH_CNT = ZERO
            THEN
                DISPLAY "NO CASH VARIANCE. GL BATCH SKIPPED."
                GO TO POST-GL-EXIT
        END-IF.
        PERFORM WRITE-TRAILER-RTN.
        CLOSE GL_TRANS_FILE.
    POST-GL-EXIT.
    *>7.入金明細の書き戻し(照合した行を除く)と受信の記録
    REWRITE-DEPOSIT-RTN SECTION.
        IF STB_FILE_FOUND(WK_STORE_SUB) NOT = "1"
            THEN
                GO TO REWRITE-DEPOSIT-EXIT
        END-IF.
        PERFORM SET-FILE-NAME-RTN.
        OPEN OUTPUT STORE_DEPOSIT_FILE.
        PERFORM VARYING DLN_IDX FROM 1 BY 1
                UNTIL DLN_IDX > DLN_TBL_SIZE
            IF DLN_STORE_SUB(DLN_IDX) = WK_STORE_SUB
                THEN
                    MOVE DLN_LINE(DLN_IDX) TO STORE_DEPOSIT_LINE
                    PERFORM KEEP-OR-DROP-RTN
            END-IF
        END-PERFORM.
        CLOSE STORE_DEPOSIT_FILE.
        IF STB_LINE_CNT(WK_STORE_SUB) > ZERO
            THEN
                MOVE "L" TO WK_TL_MODE
                MOVE "I" TO WK_TL_DIRECTION
                MOVE WK_DEPOSIT_FILE_NAME TO WK_TL_FILE
                MOVE STB_LINE_CNT(WK_STORE_SUB) TO WK_TL_COUNT
                MOVE STB_TOTAL(WK_STORE_SUB) TO WK_TL_TOTAL
                CALL "TRANSMIT_LOG" USING WK_TL_MODE WK_TL_DIRECTION
                    WK_TL_FILE WK_TL_COUNT WK_TL_TOTAL
        END-IF.
    REWRITE-DEPOSIT-EXIT.
    *>7-1.入金明細1行の書き戻し判定(照合済みの売上日の行は受信件数へ数えて落とす)
    KEEP-OR-DROP-RTN SECTION.
        IF DLN_GROUP_SUB(DLN_IDX) NOT = ZERO
            THEN
                SET DPG_IDX TO DLN_GROUP_SUB(DLN_IDX)
                IF DPG_DONE(DPG_IDX) = "1"
                    THEN
                        ADD 1 TO STB_LINE_CNT(WK_STORE_SUB)
                        MOVE SDP_AMOUNT TO WK_AMOUNT
                        ADD WK_AMOUNT TO STB_TOTAL(WK_STORE_SUB)
                        GO TO KEEP-OR-DROP-EXIT
                END-IF
        END-IF.
        WRITE STORE_DEPOSIT_LINE.
    KEEP-OR-DROP-EXIT.
    *>共通.仕訳1行の書き出し(金額0の行は起こさない)
    WRITE-GL-RTN SECTION.
        IF GLT_AMOUNT = ZERO
            THEN
                GO TO WRITE-GL-EXIT
        END-IF.
        MOVE WK_TODAY TO GLT_DATE.
        MOVE WK_SOURCE TO GLT_SOURCE.
        WRITE GL_TRANS_RECORD.
        ADD 1 TO WK_BATCH_CNT.
        IF GLT_DC = "D"
            THEN
                ADD GLT_AMOUNT TO WK_BATCH_DEBIT
            ELSE
                ADD GLT_AMOUNT TO WK_BATCH_CREDIT
        END-IF.
    WRITE-GL-EXIT.
    *>共通.バッチ制御トレーラの書き出し
    WRITE-TRAILER-RTN SECTION.
        MOVE SPACE TO GL_TRANS_TRAILER.
        MOVE "TRAILER" TO GLH_TAG.
        MOVE WK_SOURCE TO GLH_SOURCE.
        MOVE WK_BATCH_CNT TO GLH_CNT.
        MOVE WK_BATCH_DEBIT TO GLH_DEBIT.
        MOVE WK_BATCH_CREDIT TO GLH_CREDIT.
        WRITE GL_TRANS_TRAILER.
        DISPLAY "GL BATCH " WK_SOURCE " LINES:" WK_BATCH_CNT
            " D:" WK_BATCH_DEBIT " C:" WK_BATCH_CREDIT.
    WRITE-TRAILER-EXIT.
*>StoreDepositSNNN.txtの1行 = 売上日(8) 入金日(8) 入金額(9)(空白区切り。
*>1売上日を複数回に分けて預け入れた場合は行を分けてよい。売上日ごとに合計して照合する)
*>  例: 店舗S001 → StoreDepositS001.txt
*>SalesHistory.txtの1行 = 店舗(4) 日付(8) 売上金額(7) 客数(5)
*>OverShortLedger.txtの1行 = 店舗(4) 売上日(8) 種別(1:R=照合 A=照合済みの日への追加入金)
*>日計(9) 入金額(9) 差額(符号つき10:入金-日計。-=不足 +=過剰) 照合日(8)
*>仕訳の参照欄 = 店舗ID。勘定 1100=売掛/店舗現金 5500=現金過不足
*>入金明細の無い店舗は照合リストに"NO DEPOSIT FILE RECEIVED"と出すだけで不足にはしない
*>入金明細が全店舗で2000行を超えたときは照合も書き戻しもせず戻り値16で止める
