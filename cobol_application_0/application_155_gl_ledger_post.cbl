*>総勘定元帳転記 APPLICATION_93_GL_POSTほかが起票したGlTransactions.txtの仕訳を
*>経理が自前の元帳へ再入力していたのをやめ、こちらで元帳へ転記する
*>仕訳はトレーラ(TRAILER)ごとのバッチ単位で検査し、次のどれかに当たるバッチは
*>丸ごと差戻しファイル(GlRejects.txt)へ理由つきで移して転記しない
*>  ACCOUNT =勘定科目マスタ(GlAccounts.txt)に無い勘定 CLOSEDAC=使用停止の勘定
*>  BADLINE =日付・貸借区分・金額の形が不正 CLOSEDYR=年次締め済みの年の日付
*>  UNBALANC=借方と貸方の合計が一致しない TRAILER =トレーラの件数・合計と不一致
*>  OVERFLOW=1バッチの行数が多すぎる
*>転記した仕訳は仕訳帳(GlJournal.txt)へ転記日つきで移し、勘定×月(計上日の年月)の
*>借方・貸方を勘定残高ファイル(GlBalances.txt)へ積む。GlTransactions.txtは転記と
*>差戻しの済んだ行を除いて書き戻す(トレーラの来ていない途中のバッチは次回へ残す)
*>残高は毎回最初の月から順に組み直し、前月の期末残高を翌月の期首残高へ繰り越す
*>年が替わる1月には収益・費用の勘定の残高を繰越利益剰余金(既定3100)へ振り替えて
*>0から始める(APPLICATION_91_YEAR_CLOSEの年次締めをまたいでも残高は続く)
*>報告月(GlLedgerParm.txtの1行目。無ければ業務日付の月)について、試算表
*>(GlTrialBalance.txt)と勘定別の元帳明細(GlLedgerDetail.txt)を印字してスプール台帳へ登録する
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_155_GL_LEDGER_POST.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT GL_ACCOUNT_FILE
            ASSIGN TO "GlAccounts.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GL_ACCOUNT_STATUS.
        SELECT GL_TRANS_FILE
            ASSIGN TO "GlTransactions.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GL_TRANS_STATUS.
        SELECT GL_JOURNAL_FILE
            ASSIGN TO "GlJournal.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GL_JOURNAL_STATUS.
        SELECT GL_REJECT_FILE
            ASSIGN TO "GlRejects.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GL_REJECT_STATUS.
        SELECT GL_BALANCE_FILE
            ASSIGN TO "GlBalances.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GL_BALANCE_STATUS.
        SELECT YEAR_CLOSE_LOG_FILE
            ASSIGN TO "YearCloseLog.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS YEAR_CLOSE_LOG_STATUS.
        SELECT GL_PARM_FILE
            ASSIGN TO "GlLedgerParm.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GL_PARM_STATUS.
        SELECT PRINT_FILE ASSIGN TO "GlTrialBalance.txt"
            FILE STATUS IS PRINT_STATUS.
        SELECT DETAIL_PRINT_FILE ASSIGN TO "GlLedgerDetail.txt"
            FILE STATUS IS DETAIL_PRINT_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD GL_ACCOUNT_FILE.
        01 GL_ACCOUNT_RECORD.
            05 GLA_ACCOUNT PIC 9(04).
            05 FILLER PIC X(01).
            05 GLA_NAME PIC X(20).
            05 FILLER PIC X(01).
            05 GLA_TYPE PIC X(01).
            05 FILLER PIC X(01).
            05 GLA_NORMAL PIC X(01).
            05 FILLER PIC X(01).
            05 GLA_STATUS PIC X(01).
*>GLトランザクション(明細とトレーラ。APPLICATION_93_GL_POSTと同じ形)
        FD GL_TRANS_FILE.
        01 GL_TRANS_RECORD.
            05 GLT_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 GLT_SOURCE PIC X(05).
            05 FILLER PIC X(01).
            05 GLT_ACCOUNT PIC 9(04).
            05 FILLER PIC X(01).
            05 GLT_DC PIC X(01).
            05 FILLER PIC X(01).
            05 GLT_AMOUNT PIC 9(11).
            05 FILLER PIC X(01).
            05 GLT_REFERENCE PIC X(05).
            05 FILLER PIC X(05).
        01 GL_TRANS_TRAILER.
            05 GLH_TAG PIC X(07).
            05 FILLER PIC X(01).
            05 GLH_SOURCE PIC X(05).
            05 FILLER PIC X(01).
            05 GLH_CNT PIC 9(07).
            05 FILLER PIC X(01).
            05 GLH_DEBIT PIC 9(13).
            05 FILLER PIC X(01).
            05 GLH_CREDIT PIC 9(13).
        01 GL_TRANS_LINE PIC X(49).
*>仕訳帳(転記した明細 + 転記日)
        FD GL_JOURNAL_FILE.
        01 GL_JOURNAL_RECORD.
            05 GLJ_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 GLJ_SOURCE PIC X(05).
            05 FILLER PIC X(01).
            05 GLJ_ACCOUNT PIC 9(04).
            05 FILLER PIC X(01).
            05 GLJ_DC PIC X(01).
            05 FILLER PIC X(01).
            05 GLJ_AMOUNT PIC 9(11).
            05 FILLER PIC X(01).
            05 GLJ_REFERENCE PIC X(05).
            05 FILLER PIC X(01).
            05 GLJ_POSTED PIC 9(08).
*>差戻し(理由 + 元の行。トレーラも理由つきで残す)
        FD GL_REJECT_FILE.
        01 GL_REJECT_RECORD.
            05 GLR_REASON PIC X(08).
            05 FILLER PIC X(01).
            05 GLR_LINE PIC X(49).
*>勘定残高(勘定×月。期首/期末は借方をプラスとした符号つき)
        FD GL_BALANCE_FILE.
        01 GL_BALANCE_RECORD.
            05 GLB_ACCOUNT PIC 9(04).
            05 FILLER PIC X(01).
            05 GLB_PERIOD PIC 9(06).
            05 FILLER PIC X(01).
            05 GLB_OPENING PIC S9(13) SIGN LEADING SEPARATE.
            05 FILLER PIC X(01).
            05 GLB_DEBIT PIC 9(13).
            05 FILLER PIC X(01).
            05 GLB_CREDIT PIC 9(13).
            05 FILLER PIC X(01).
            05 GLB_CLOSING PIC S9(13) SIGN LEADING SEPARATE.
        FD YEAR_CLOSE_LOG_FILE.
        01 YEAR_CLOSE_LOG_RECORD.
            05 YCL_YEAR PIC 9(04).
            05 FILLER PIC X(01).
            05 YCL_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 YCL_TIME PIC 9(08).
        FD GL_PARM_FILE.
        01 GL_PARM_RECORD.
            05 GL_PARM_VALUE PIC X(06).
        FD PRINT_FILE.
        01 PRINT_RECORD PIC X(80).
        FD DETAIL_PRINT_FILE.
        01 DETAIL_PRINT_RECORD PIC X(80).
    WORKING-STORAGE SECTION.
        01 GL_ACCOUNT_STATUS PIC XX.
        01 GL_TRANS_STATUS PIC XX.
        01 GL_JOURNAL_STATUS PIC XX.
        01 GL_REJECT_STATUS PIC XX.
        01 GL_BALANCE_STATUS PIC XX.
        01 YEAR_CLOSE_LOG_STATUS PIC XX.
        01 GL_PARM_STATUS PIC XX.
        01 PRINT_STATUS PIC XX.
        01 DETAIL_PRINT_STATUS PIC XX.
        01 GL_REJECT_SW PIC X(01) VALUE "N".
            88 GL_REJECT_OPENED VALUE "Y".
        01 WK_TODAY PIC 9(08).
        01 WK_REPORT_PERIOD PIC 9(06).
        01 WK_RETAINED_ACCOUNT PIC 9(04) VALUE 3100.
*>勘定科目テーブル(勘定番号順。残高の組み直しと報告月の値もここに持つ)
        01 ACT_TBL_MASTER.
            05 ACT_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 ACT_TBL OCCURS 0 TO 200
                DEPENDING ON ACT_TBL_SIZE
                INDEXED BY ACT_IDX.
                10 ACT_ACCOUNT PIC 9(04).
                10 ACT_NAME PIC X(20).
                10 ACT_TYPE PIC X(01).
                10 ACT_NORMAL PIC X(01).
                10 ACT_STATUS PIC X(01).
                10 ACT_BALANCE PIC S9(13).
                10 ACT_PD_OPENING PIC S9(13).
                10 ACT_PD_DEBIT PIC 9(13).
                10 ACT_PD_CREDIT PIC 9(13).
                10 ACT_RP_OPENING PIC S9(13).
                10 ACT_RP_DEBIT PIC 9(13).
                10 ACT_RP_CREDIT PIC 9(13).
                10 ACT_RP_CLOSING PIC S9(13).
        01 WK_RETAINED_SUB PIC 9(03) VALUE ZERO.
*>勘定×月の借方・貸方(勘定残高ファイルと今回転記分)
        01 MOV_TBL_MASTER.
            05 MOV_TBL_SIZE PIC 9(05) VALUE ZERO.
            05 MOV_TBL OCCURS 0 TO 20000
                DEPENDING ON MOV_TBL_SIZE
                INDEXED BY MOV_IDX.
                10 MVT_ACCOUNT PIC 9(04).
                10 MVT_PERIOD PIC 9(06).
                10 MVT_DEBIT PIC 9(13).
                10 MVT_CREDIT PIC 9(13).
        01 WK_MOV_ACCOUNT PIC 9(04).
        01 WK_MOV_PERIOD PIC 9(06).
        01 WK_MOV_DEBIT PIC 9(13).
        01 WK_MOV_CREDIT PIC 9(13).
*>バッチ1本分の行(トレーラが来るまで溜める)
        01 BAT_TBL_MASTER.
            05 BAT_TBL_SIZE PIC 9(04) VALUE ZERO.
            05 BAT_TBL OCCURS 0 TO 2000
                DEPENDING ON BAT_TBL_SIZE
                INDEXED BY BAT_IDX.
                10 BAT_LINE PIC X(49).
        01 WK_BATCH_OVERFLOW_SW PIC X(01) VALUE "N".
        01 WK_BATCH_DEBIT PIC 9(13).
        01 WK_BATCH_CREDIT PIC 9(13).
        01 WK_REJECT_REASON PIC X(08).
        01 WK_REJECT_LINE PIC X(49).
        01 WK_LINE_AREA.
            05 WK_LINE_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 WK_LINE_SOURCE PIC X(05).
            05 FILLER PIC X(01).
            05 WK_LINE_ACCOUNT PIC 9(04).
            05 FILLER PIC X(01).
            05 WK_LINE_DC PIC X(01).
            05 FILLER PIC X(01).
            05 WK_LINE_AMOUNT PIC 9(11).
            05 FILLER PIC X(01).
            05 WK_LINE_REFERENCE PIC X(05).
            05 FILLER PIC X(10).
*>年次締め済みの年(YearCloseLog.txt)
        01 CLOSED_YEAR_MASTER.
            05 CLOSED_YEAR_SIZE PIC 9(02) VALUE ZERO.
            05 CLOSED_YEAR PIC 9(04) OCCURS 0 TO 50
                DEPENDING ON CLOSED_YEAR_SIZE
                INDEXED BY CLOSED_IDX.
*>報告月の仕訳帳の行(元帳明細用)
        01 JRN_TBL_MASTER.
            05 JRN_TBL_SIZE PIC 9(04) VALUE ZERO.
            05 JRN_TBL OCCURS 0 TO 9999
                DEPENDING ON JRN_TBL_SIZE
                INDEXED BY JRN_IDX.
                10 JRN_LINE PIC X(53).
        01 WK_JRN_OVERFLOW_CNT PIC 9(05) VALUE ZERO.
*>残高の組み直しの作業エリア
        01 WK_PERIOD.
            05 WK_PERIOD_YEAR PIC 9(04).
            05 WK_PERIOD_MONTH PIC 9(02).
        01 WK_PERIOD_NUM REDEFINES WK_PERIOD PIC 9(06).
        01 WK_FIRST_PERIOD PIC 9(06).
        01 WK_LAST_PERIOD PIC 9(06).
        01 WK_PL_NET PIC S9(13).
        01 WK_CLOSING PIC S9(13).
        01 WK_ABS_AMOUNT PIC 9(13).
*>件数と合計
        01 WK_POSTED_BATCH_CNT PIC 9(05) VALUE ZERO.
        01 WK_POSTED_LINE_CNT PIC 9(07) VALUE ZERO.
        01 WK_REJECT_BATCH_CNT PIC 9(05) VALUE ZERO.
        01 WK_PENDING_CNT PIC 9(05) VALUE ZERO.
        01 WK_UNKNOWN_ACCOUNT_CNT PIC 9(03) VALUE ZERO.
        01 WK_TB_AREA.
            05 WK_TB_DEBIT PIC 9(13).
            05 WK_TB_CREDIT PIC 9(13).
            05 WK_TB_CLOSE_DR PIC 9(13).
            05 WK_TB_CLOSE_CR PIC 9(13).
        01 WK_LIST_DEBIT PIC 9(13).
        01 WK_LIST_CREDIT PIC 9(13).
        01 WK_RUNNING PIC S9(13).
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30).
*>試算表の帳票行(見出し/項目名/明細/合計/判定)
        01 GTB_TITLE_LINE.
            05 PIC X(30) VALUE "*** GL TRIAL BALANCE ***".
            05 PIC X(08) VALUE "PERIOD: ".
            05 GTB_PERIOD PIC 9(06).
            05 PIC X(10) VALUE "  RUN DATE".
            05 PIC X(01) VALUE SPACE.
            05 GTB_RUN_DATE PIC 9(08).
            05 PIC X(17) VALUE SPACE.
        01 GTB_COLUMN_LINE.
            05 PIC X(40) VALUE
                "ACCT NAME            PERIOD DEBIT  PERIO".
            05 PIC X(40) VALUE
                "D CREDIT     CLOSING DR     CLOSING CR".
        01 GTB_DETAIL_LINE.
            05 GTB_ACCOUNT PIC X(04).
            05 PIC X(01) VALUE SPACE.
            05 GTB_NAME PIC X(14).
            05 PIC X(01) VALUE SPACE.
            05 GTB_DEBIT PIC ZZ,ZZZ,ZZZ,ZZ9.
            05 PIC X(01) VALUE SPACE.
            05 GTB_CREDIT PIC ZZ,ZZZ,ZZZ,ZZ9.
            05 PIC X(01) VALUE SPACE.
            05 GTB_CLOSE_DR PIC ZZ,ZZZ,ZZZ,ZZ9 BLANK WHEN ZERO.
            05 PIC X(01) VALUE SPACE.
            05 GTB_CLOSE_CR PIC ZZ,ZZZ,ZZZ,ZZ9 BLANK WHEN ZERO.
            05 PIC X(01) VALUE SPACE.
        01 GTB_RESULT_LINE.
            05 GTB_RESULT PIC X(60).
            05 PIC X(20) VALUE SPACE.
        01 GTB_COUNT_LINE.
            05 GTB_COUNT_TEXT PIC X(30).
            05 GTB_COUNT PIC ZZZ,ZZ9.
            05 PIC X(43) VALUE SPACE.
*>元帳明細の帳票行(見出し/勘定/期首・期末/明細)
        01 GLD_TITLE_LINE.
            05 PIC X(30) VALUE "*** GENERAL LEDGER DETAIL ***".
            05 PIC X(08) VALUE "PERIOD: ".
            05 GLD_PERIOD PIC 9(06).
            05 PIC X(36) VALUE SPACE.
        01 GLD_ACCOUNT_LINE.
            05 PIC X(08) VALUE "ACCOUNT ".
            05 GLD_ACCOUNT PIC 9(04).
            05 PIC X(01) VALUE SPACE.
            05 GLD_NAME PIC X(20).
            05 PIC X(06) VALUE " TYPE ".
            05 GLD_TYPE PIC X(01).
            05 PIC X(08) VALUE " NORMAL ".
            05 GLD_NORMAL PIC X(01).
            05 PIC X(31) VALUE SPACE.
        01 GLD_COLUMN_LINE.
            05 PIC X(40) VALUE
                "  DATE     SOURC REF           DEBIT    ".
            05 PIC X(40) VALUE
                "      CREDIT        BALANCE".
        01 GLD_DETAIL_LINE.
            05 PIC X(02) VALUE SPACE.
            05 GLD_DATE PIC X(08).
            05 PIC X(01) VALUE SPACE.
            05 GLD_SOURCE PIC X(05).
            05 PIC X(01) VALUE SPACE.
            05 GLD_REFERENCE PIC X(05).
            05 PIC X(01) VALUE SPACE.
            05 GLD_DEBIT PIC ZZ,ZZZ,ZZZ,ZZ9 BLANK WHEN ZERO.
            05 PIC X(01) VALUE SPACE.
            05 GLD_CREDIT PIC ZZ,ZZZ,ZZZ,ZZ9 BLANK WHEN ZERO.
            05 PIC X(01) VALUE SPACE.
            05 GLD_BALANCE PIC ZZ,ZZZ,ZZZ,ZZ9.
            05 PIC X(01) VALUE SPACE.
            05 GLD_BALANCE_DC PIC X(02).
            05 PIC X(10) VALUE SPACE.
PROCEDURE DIVISION.
    GL_LEDGER_POST_RTN SECTION.
    *>初期処理(パラメータ、勘定科目マスタ、締め済みの年、勘定残高の読み込み)
        CALL "BUSINESS_DATE" USING WK_TODAY.
        PERFORM PARM_RTN.
        PERFORM LOAD_ACCOUNT_RTN.
        IF ACT_TBL_SIZE = ZERO
            THEN
                DISPLAY "GL ACCOUNT MASTER (GlAccounts.txt) NOT FOUND"
                    " OR EMPTY. POSTING REFUSED."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        PERFORM LOAD_CLOSED_YEAR_RTN.
        PERFORM LOAD_BALANCE_RTN.
    *>主処理(バッチごとの検査と転記、残高の組み直し)
        PERFORM POST_TRANS_RTN.
        PERFORM REBUILD_BALANCE_RTN.
    *>終了処理(試算表と元帳明細の印字、スプール台帳への登録)
        PERFORM PRINT_TRIAL_BALANCE_RTN.
        PERFORM PRINT_LEDGER_DETAIL_RTN.
        DISPLAY "GL LEDGER POSTING END. BATCHES POSTED:"
            WK_POSTED_BATCH_CNT " LINES:" WK_POSTED_LINE_CNT
            " REJECTED:" WK_REJECT_BATCH_CNT
            " PENDING LINES:" WK_PENDING_CNT.
        IF WK_REJECT_BATCH_CNT > ZERO
            THEN
                DISPLAY "REJECTED BATCHES ARE IN GlRejects.txt."
                    " CORRECT AND RE-SUBMIT THEM."
                IF RETURN-CODE < 4
                    THEN
                        MOVE 4 TO RETURN-CODE
                END-IF
        END-IF.
        STOP RUN.
    GL_LEDGER_POST_EXIT.
    *>1.GLトランザクションの転記(トレーラごとにバッチを検査し、転記か差戻し)
    POST_TRANS_RTN SECTION.
        OPEN INPUT GL_TRANS_FILE.
        IF GL_TRANS_STATUS NOT = "00"
            THEN
                DISPLAY "NO GL TRANSACTIONS TO POST."
                GO TO POST_TRANS_EXIT
        END-IF.
        OPEN EXTEND GL_JOURNAL_FILE.
        IF GL_JOURNAL_STATUS NOT = "00"
            THEN
                OPEN OUTPUT GL_JOURNAL_FILE
        END-IF.
        PERFORM UNTIL GL_TRANS_STATUS NOT = "00"
            READ GL_TRANS_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF GLH_TAG = "TRAILER"
                        THEN
                            PERFORM CLOSE_BATCH_RTN
                        ELSE
                            PERFORM KEEP_LINE_RTN
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE GL_TRANS_FILE GL_JOURNAL_FILE.
*>トレーラの来ていない途中のバッチだけを残して書き戻す
        MOVE BAT_TBL_SIZE TO WK_PENDING_CNT.
        OPEN OUTPUT GL_TRANS_FILE.
        PERFORM VARYING BAT_IDX FROM 1 BY 1
                UNTIL BAT_IDX > BAT_TBL_SIZE
            MOVE BAT_LINE(BAT_IDX) TO GL_TRANS_LINE
            WRITE GL_TRANS_LINE
        END-PERFORM.
        CLOSE GL_TRANS_FILE.
        IF GL_REJECT_OPENED
            THEN
                CLOSE GL_REJECT_FILE
        END-IF.
    POST_TRANS_EXIT.
    *>1-1.明細1行をバッチに溜める(溢れたバッチはトレーラで差し戻す)
    KEEP_LINE_RTN SECTION.
        IF BAT_TBL_SIZE < 2000
            THEN
                ADD 1 TO BAT_TBL_SIZE
                MOVE GL_TRANS_LINE TO BAT_LINE(BAT_TBL_SIZE)
            ELSE
                IF WK_BATCH_OVERFLOW_SW NOT = "Y"
                    THEN
                        MOVE "Y" TO WK_BATCH_OVERFLOW_SW
                        DISPLAY "GL BATCH TOO LARGE. LINES BEYOND 2000"
                            " ARE REJECTED WITH THE BATCH."
                END-IF
                MOVE "OVERFLOW" TO WK_REJECT_REASON
                MOVE GL_TRANS_LINE TO WK_REJECT_LINE
                PERFORM WRITE_REJECT_RTN
        END-IF.
    KEEP_LINE_EXIT.
    *>1-2.トレーラでバッチを締める(検査に合格すれば転記、不合格なら差戻し)
    CLOSE_BATCH_RTN SECTION.
        PERFORM VALIDATE_BATCH_RTN.
        IF WK_REJECT_REASON = SPACE
            THEN
                PERFORM VARYING BAT_IDX FROM 1 BY 1
                        UNTIL BAT_IDX > BAT_TBL_SIZE
                    PERFORM POST_LINE_RTN
                END-PERFORM
                ADD 1 TO WK_POSTED_BATCH_CNT
            ELSE
                DISPLAY "GL BATCH " GLH_SOURCE " REJECTED: "
                    WK_REJECT_REASON
                PERFORM VARYING BAT_IDX FROM 1 BY 1
                        UNTIL BAT_IDX > BAT_TBL_SIZE
                    MOVE BAT_LINE(BAT_IDX) TO WK_REJECT_LINE
                    PERFORM WRITE_REJECT_RTN
                END-PERFORM
                MOVE GL_TRANS_LINE TO WK_REJECT_LINE
                PERFORM WRITE_REJECT_RTN
                ADD 1 TO WK_REJECT_BATCH_CNT
        END-IF.
        MOVE ZERO TO BAT_TBL_SIZE.
        MOVE "N" TO WK_BATCH_OVERFLOW_SW.
    CLOSE_BATCH_EXIT.
    *>1-2-1.バッチの検査(不合格の理由をWK_REJECT_REASONへ。合格なら空白)
    VALIDATE_BATCH_RTN SECTION.
        MOVE SPACE TO WK_REJECT_REASON.
        MOVE ZERO TO WK_BATCH_DEBIT WK_BATCH_CREDIT.
        IF WK_BATCH_OVERFLOW_SW = "Y"
            THEN
                MOVE "OVERFLOW" TO WK_REJECT_REASON
                GO TO VALIDATE_BATCH_EXIT
        END-IF.
        PERFORM VARYING BAT_IDX FROM 1 BY 1
                UNTIL BAT_IDX > BAT_TBL_SIZE
                OR WK_REJECT_REASON NOT = SPACE
            MOVE BAT_LINE(BAT_IDX) TO WK_LINE_AREA
            PERFORM VALIDATE_LINE_RTN
        END-PERFORM.
        IF WK_REJECT_REASON NOT = SPACE
            THEN
                GO TO VALIDATE_BATCH_EXIT
        END-IF.
        IF WK_BATCH_DEBIT NOT = WK_BATCH_CREDIT
            THEN
                MOVE "UNBALANC" TO WK_REJECT_REASON
                GO TO VALIDATE_BATCH_EXIT
        END-IF.
        IF GLH_CNT IS NOT NUMERIC OR GLH_DEBIT IS NOT NUMERIC
                OR GLH_CREDIT IS NOT NUMERIC
            THEN
                MOVE "TRAILER" TO WK_REJECT_REASON
                GO TO VALIDATE_BATCH_EXIT
        END-IF.
        IF GLH_CNT NOT = BAT_TBL_SIZE
                OR GLH_DEBIT NOT = WK_BATCH_DEBIT
                OR GLH_CREDIT NOT = WK_BATCH_CREDIT
            THEN
                MOVE "TRAILER" TO WK_REJECT_REASON
        END-IF.
    VALIDATE_BATCH_EXIT.
    *>1-2-1-1.明細1行の検査(形、勘定、締め済みの年)と借方・貸方の集計
    VALIDATE_LINE_RTN SECTION.
        IF WK_LINE_DATE IS NOT NUMERIC
                OR WK_LINE_AMOUNT IS NOT NUMERIC
                OR WK_LINE_ACCOUNT IS NOT NUMERIC
                OR (WK_LINE_DC NOT = "D" AND WK_LINE_DC NOT = "C")
            THEN
                MOVE "BADLINE" TO WK_REJECT_REASON
                GO TO VALIDATE_LINE_EXIT
        END-IF.
        IF WK_LINE_DATE(5:2) < "01" OR WK_LINE_DATE(5:2) > "12"
            THEN
                MOVE "BADLINE" TO WK_REJECT_REASON
                GO TO VALIDATE_LINE_EXIT
        END-IF.
        SET ACT_IDX TO 1.
        SEARCH ACT_TBL
            AT END
                MOVE "ACCOUNT" TO WK_REJECT_REASON
            WHEN ACT_ACCOUNT(ACT_IDX) = WK_LINE_ACCOUNT
                IF ACT_STATUS(ACT_IDX) NOT = "A"
                    THEN
                        MOVE "CLOSEDAC" TO WK_REJECT_REASON
                END-IF
        END-SEARCH.
        IF WK_REJECT_REASON NOT = SPACE
            THEN
                GO TO VALIDATE_LINE_EXIT
        END-IF.
        SET CLOSED_IDX TO 1.
        SEARCH CLOSED_YEAR
            AT END
                CONTINUE
            WHEN CLOSED_YEAR(CLOSED_IDX) = WK_LINE_DATE(1:4)
                MOVE "CLOSEDYR" TO WK_REJECT_REASON
        END-SEARCH.
        IF WK_LINE_DC = "D"
            THEN
                ADD WK_LINE_AMOUNT TO WK_BATCH_DEBIT
            ELSE
                ADD WK_LINE_AMOUNT TO WK_BATCH_CREDIT
        END-IF.
    VALIDATE_LINE_EXIT.
    *>1-2-2.明細1行の転記(仕訳帳へ移し、勘定×月の借方・貸方へ積む)
    POST_LINE_RTN SECTION.
        MOVE BAT_LINE(BAT_IDX) TO WK_LINE_AREA.
        MOVE SPACE TO GL_JOURNAL_RECORD.
        MOVE BAT_LINE(BAT_IDX)(1:44) TO GL_JOURNAL_RECORD(1:44).
        MOVE WK_TODAY TO GLJ_POSTED.
        WRITE GL_JOURNAL_RECORD.
        ADD 1 TO WK_POSTED_LINE_CNT.
        MOVE WK_LINE_ACCOUNT TO WK_MOV_ACCOUNT.
        MOVE WK_LINE_DATE(1:6) TO WK_MOV_PERIOD.
        MOVE ZERO TO WK_MOV_DEBIT WK_MOV_CREDIT.
        IF WK_LINE_DC = "D"
            THEN
                MOVE WK_LINE_AMOUNT TO WK_MOV_DEBIT
            ELSE
                MOVE WK_LINE_AMOUNT TO WK_MOV_CREDIT
        END-IF.
        PERFORM ADD_MOVEMENT_RTN.
    POST_LINE_EXIT.
    *>1-3.差戻しの1行(理由つき。初回に差戻しファイルを開く)
    WRITE_REJECT_RTN SECTION.
        IF NOT GL_REJECT_OPENED
            THEN
                OPEN EXTEND GL_REJECT_FILE
                IF GL_REJECT_STATUS NOT = "00"
                    THEN
                        OPEN OUTPUT GL_REJECT_FILE
                END-IF
                SET GL_REJECT_OPENED TO TRUE
        END-IF.
        MOVE SPACE TO GL_REJECT_RECORD.
        MOVE WK_REJECT_REASON TO GLR_REASON.
        MOVE WK_REJECT_LINE TO GLR_LINE.
        WRITE GL_REJECT_RECORD.
    WRITE_REJECT_EXIT.
    *>共通.勘定×月の借方・貸方を積む(行が無ければ足す)
    ADD_MOVEMENT_RTN SECTION.
        SET MOV_IDX TO 1.
        SEARCH MOV_TBL
            AT END
                IF MOV_TBL_SIZE < 20000
                    THEN
                        ADD 1 TO MOV_TBL_SIZE
                        SET MOV_IDX TO MOV_TBL_SIZE
                        MOVE WK_MOV_ACCOUNT TO MVT_ACCOUNT(MOV_IDX)
                        MOVE WK_MOV_PERIOD TO MVT_PERIOD(MOV_IDX)
                        MOVE WK_MOV_DEBIT TO MVT_DEBIT(MOV_IDX)
                        MOVE WK_MOV_CREDIT TO MVT_CREDIT(MOV_IDX)
                    ELSE
                        DISPLAY "GL BALANCE TABLE FULL. RUN ABORTED"
                            " BEFORE BALANCES WERE REWRITTEN."
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-IF
            WHEN MVT_ACCOUNT(MOV_IDX) = WK_MOV_ACCOUNT
                    AND MVT_PERIOD(MOV_IDX) = WK_MOV_PERIOD
                ADD WK_MOV_DEBIT TO MVT_DEBIT(MOV_IDX)
                ADD WK_MOV_CREDIT TO MVT_CREDIT(MOV_IDX)
        END-SEARCH.
    ADD_MOVEMENT_EXIT.
    *>2.勘定残高の組み直し(最初の月から順に期首→期末を繰り越して書き出す)
    REBUILD_BALANCE_RTN SECTION.
        MOVE 999999 TO WK_FIRST_PERIOD.
        MOVE ZERO TO WK_LAST_PERIOD.
        PERFORM VARYING MOV_IDX FROM 1 BY 1
                UNTIL MOV_IDX > MOV_TBL_SIZE
            IF MVT_PERIOD(MOV_IDX) < WK_FIRST_PERIOD
                THEN
                    MOVE MVT_PERIOD(MOV_IDX) TO WK_FIRST_PERIOD
            END-IF
            IF MVT_PERIOD(MOV_IDX) > WK_LAST_PERIOD
                THEN
                    MOVE MVT_PERIOD(MOV_IDX) TO WK_LAST_PERIOD
            END-IF
        END-PERFORM.
*>報告月が最後の月より後なら、報告月まで残高を繰り越す
        IF WK_REPORT_PERIOD > WK_LAST_PERIOD
            THEN
                MOVE WK_REPORT_PERIOD TO WK_LAST_PERIOD
        END-IF.
        OPEN OUTPUT GL_BALANCE_FILE.
        IF MOV_TBL_SIZE = ZERO
            THEN
                CLOSE GL_BALANCE_FILE
                GO TO REBUILD_BALANCE_EXIT
        END-IF.
        MOVE WK_FIRST_PERIOD TO WK_PERIOD_NUM.
        PERFORM UNTIL WK_PERIOD_NUM > WK_LAST_PERIOD
            PERFORM REBUILD_PERIOD_RTN
            ADD 1 TO WK_PERIOD_MONTH
            IF WK_PERIOD_MONTH > 12
                THEN
                    MOVE 1 TO WK_PERIOD_MONTH
                    ADD 1 TO WK_PERIOD_YEAR
            END-IF
        END-PERFORM.
        CLOSE GL_BALANCE_FILE.
    REBUILD_BALANCE_EXIT.
    *>2-1.1か月分(1月は収益・費用を繰越利益剰余金へ振り替えてから始める)
    REBUILD_PERIOD_RTN SECTION.
        IF WK_PERIOD_MONTH = 1 AND WK_PERIOD_NUM NOT = WK_FIRST_PERIOD
            THEN
                PERFORM CLOSE_PROFIT_LOSS_RTN
        END-IF.
        PERFORM VARYING ACT_IDX FROM 1 BY 1
                UNTIL ACT_IDX > ACT_TBL_SIZE
            MOVE ACT_BALANCE(ACT_IDX) TO ACT_PD_OPENING(ACT_IDX)
            MOVE ZERO TO ACT_PD_DEBIT(ACT_IDX) ACT_PD_CREDIT(ACT_IDX)
        END-PERFORM.
        PERFORM VARYING MOV_IDX FROM 1 BY 1
                UNTIL MOV_IDX > MOV_TBL_SIZE
            IF MVT_PERIOD(MOV_IDX) = WK_PERIOD_NUM
                THEN
                    SET ACT_IDX TO 1
                    SEARCH ACT_TBL
                        AT END
                            CONTINUE
                        WHEN ACT_ACCOUNT(ACT_IDX) = MVT_ACCOUNT(MOV_IDX)
                            ADD MVT_DEBIT(MOV_IDX)
                                TO ACT_PD_DEBIT(ACT_IDX)
                            ADD MVT_CREDIT(MOV_IDX)
                                TO ACT_PD_CREDIT(ACT_IDX)
                    END-SEARCH
            END-IF
        END-PERFORM.
        PERFORM VARYING ACT_IDX FROM 1 BY 1
                UNTIL ACT_IDX > ACT_TBL_SIZE
            COMPUTE ACT_BALANCE(ACT_IDX) = ACT_PD_OPENING(ACT_IDX)
                + ACT_PD_DEBIT(ACT_IDX) - ACT_PD_CREDIT(ACT_IDX)
            IF ACT_PD_OPENING(ACT_IDX) NOT = ZERO
                    OR ACT_PD_DEBIT(ACT_IDX) NOT = ZERO
                    OR ACT_PD_CREDIT(ACT_IDX) NOT = ZERO
                THEN
                    MOVE SPACE TO GL_BALANCE_RECORD
                    MOVE ACT_ACCOUNT(ACT_IDX) TO GLB_ACCOUNT
                    MOVE WK_PERIOD_NUM TO GLB_PERIOD
                    MOVE ACT_PD_OPENING(ACT_IDX) TO GLB_OPENING
                    MOVE ACT_PD_DEBIT(ACT_IDX) TO GLB_DEBIT
                    MOVE ACT_PD_CREDIT(ACT_IDX) TO GLB_CREDIT
                    MOVE ACT_BALANCE(ACT_IDX) TO GLB_CLOSING
                    WRITE GL_BALANCE_RECORD
            END-IF
            IF WK_PERIOD_NUM = WK_REPORT_PERIOD
                THEN
                    MOVE ACT_PD_OPENING(ACT_IDX)
                        TO ACT_RP_OPENING(ACT_IDX)
                    MOVE ACT_PD_DEBIT(ACT_IDX) TO ACT_RP_DEBIT(ACT_IDX)
                    MOVE ACT_PD_CREDIT(ACT_IDX)
                        TO ACT_RP_CREDIT(ACT_IDX)
                    MOVE ACT_BALANCE(ACT_IDX) TO ACT_RP_CLOSING(ACT_IDX)
            END-IF
        END-PERFORM.
    REBUILD_PERIOD_EXIT.
    *>2-1-1.年初の損益振替(前年の収益・費用の残高を繰越利益剰余金へ移して0にする)
    CLOSE_PROFIT_LOSS_RTN SECTION.
        MOVE ZERO TO WK_PL_NET.
        PERFORM VARYING ACT_IDX FROM 1 BY 1
                UNTIL ACT_IDX > ACT_TBL_SIZE
            IF ACT_TYPE(ACT_IDX) = "R" OR ACT_TYPE(ACT_IDX) = "X"
                THEN
                    ADD ACT_BALANCE(ACT_IDX) TO WK_PL_NET
                    MOVE ZERO TO ACT_BALANCE(ACT_IDX)
            END-IF
        END-PERFORM.
        IF WK_RETAINED_SUB = ZERO
            THEN
                IF WK_PL_NET NOT = ZERO
                    THEN
                        DISPLAY "RETAINED EARNINGS ACCOUNT "
                            WK_RETAINED_ACCOUNT " NOT ON MASTER."
                            " PRIOR YEAR PROFIT/LOSS NOT CARRIED."
                        MOVE 4 TO RETURN-CODE
                END-IF
            ELSE
                ADD WK_PL_NET TO ACT_BALANCE(WK_RETAINED_SUB)
        END-IF.
    CLOSE_PROFIT_LOSS_EXIT.
    *>3.試算表(報告月の借方・貸方と期末残高。借方合計と貸方合計の一致を確かめる)
    PRINT_TRIAL_BALANCE_RTN SECTION.
        OPEN OUTPUT PRINT_FILE.
        MOVE WK_REPORT_PERIOD TO GTB_PERIOD.
        MOVE WK_TODAY TO GTB_RUN_DATE.
        WRITE PRINT_RECORD FROM GTB_TITLE_LINE AFTER PAGE.
        WRITE PRINT_RECORD FROM GTB_COLUMN_LINE AFTER 2 LINE.
        MOVE SPACE TO PRINT_RECORD.
        WRITE PRINT_RECORD AFTER 1 LINE.
        INITIALIZE WK_TB_AREA.
        PERFORM VARYING ACT_IDX FROM 1 BY 1
                UNTIL ACT_IDX > ACT_TBL_SIZE
            IF ACT_RP_OPENING(ACT_IDX) NOT = ZERO
                    OR ACT_RP_DEBIT(ACT_IDX) NOT = ZERO
                    OR ACT_RP_CREDIT(ACT_IDX) NOT = ZERO
                THEN
                    MOVE ACT_ACCOUNT(ACT_IDX) TO GTB_ACCOUNT
                    MOVE ACT_NAME(ACT_IDX) TO GTB_NAME
                    MOVE ACT_RP_DEBIT(ACT_IDX) TO GTB_DEBIT
                    MOVE ACT_RP_CREDIT(ACT_IDX) TO GTB_CREDIT
                    ADD ACT_RP_DEBIT(ACT_IDX) TO WK_TB_DEBIT
                    ADD ACT_RP_CREDIT(ACT_IDX) TO WK_TB_CREDIT
                    MOVE ZERO TO GTB_CLOSE_DR GTB_CLOSE_CR
                    IF ACT_RP_CLOSING(ACT_IDX) < ZERO
                        THEN
                            COMPUTE WK_ABS_AMOUNT =
                                ZERO - ACT_RP_CLOSING(ACT_IDX)
                            MOVE WK_ABS_AMOUNT TO GTB_CLOSE_CR
                            ADD WK_ABS_AMOUNT TO WK_TB_CLOSE_CR
                        ELSE
                            MOVE ACT_RP_CLOSING(ACT_IDX) TO GTB_CLOSE_DR
                            ADD ACT_RP_CLOSING(ACT_IDX)
                                TO WK_TB_CLOSE_DR
                    END-IF
                    WRITE PRINT_RECORD FROM GTB_DETAIL_LINE AFTER 1 LINE
            END-IF
        END-PERFORM.
        MOVE SPACE TO GTB_ACCOUNT.
        MOVE "TOTAL" TO GTB_NAME.
        MOVE WK_TB_DEBIT TO GTB_DEBIT.
        MOVE WK_TB_CREDIT TO GTB_CREDIT.
        MOVE WK_TB_CLOSE_DR TO GTB_CLOSE_DR.
        MOVE WK_TB_CLOSE_CR TO GTB_CLOSE_CR.
        WRITE PRINT_RECORD FROM GTB_DETAIL_LINE AFTER 2 LINE.
        IF WK_TB_DEBIT = WK_TB_CREDIT
                AND WK_TB_CLOSE_DR = WK_TB_CLOSE_CR
            THEN
                MOVE "TRIAL BALANCE IN BALANCE." TO GTB_RESULT
            ELSE
                MOVE "*** TRIAL BALANCE OUT OF BALANCE ***"
                    TO GTB_RESULT
                DISPLAY "TRIAL BALANCE FOR " WK_REPORT_PERIOD
                    " IS OUT OF BALANCE."
                MOVE 4 TO RETURN-CODE
        END-IF.
        WRITE PRINT_RECORD FROM GTB_RESULT_LINE AFTER 2 LINE.
        MOVE "BATCHES POSTED THIS RUN:" TO GTB_COUNT_TEXT.
        MOVE WK_POSTED_BATCH_CNT TO GTB_COUNT.
        WRITE PRINT_RECORD FROM GTB_COUNT_LINE AFTER 2 LINE.
        MOVE "LINES POSTED THIS RUN:" TO GTB_COUNT_TEXT.
        MOVE WK_POSTED_LINE_CNT TO GTB_COUNT.
        WRITE PRINT_RECORD FROM GTB_COUNT_LINE AFTER 1 LINE.
        MOVE "BATCHES REJECTED THIS RUN:" TO GTB_COUNT_TEXT.
        MOVE WK_REJECT_BATCH_CNT TO GTB_COUNT.
        WRITE PRINT_RECORD FROM GTB_COUNT_LINE AFTER 1 LINE.
        MOVE "LINES WAITING FOR TRAILER:" TO GTB_COUNT_TEXT.
        MOVE WK_PENDING_CNT TO GTB_COUNT.
        WRITE PRINT_RECORD FROM GTB_COUNT_LINE AFTER 1 LINE.
        IF WK_UNKNOWN_ACCOUNT_CNT > ZERO
            THEN
                MOVE "BALANCES ON ACCOUNTS NOT ON MASTER:"
                    TO GTB_COUNT_TEXT
                MOVE WK_UNKNOWN_ACCOUNT_CNT TO GTB_COUNT
                WRITE PRINT_RECORD FROM GTB_COUNT_LINE AFTER 1 LINE
        END-IF.
        CLOSE PRINT_FILE.
        MOVE "GlTrialBalance.txt" TO WK_SC_DOC_NAME.
        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME.
    PRINT_TRIAL_BALANCE_EXIT.
    *>4.元帳明細(報告月の勘定ごとに期首残高、仕訳帳の行と残高の推移、期末残高)
    PRINT_LEDGER_DETAIL_RTN SECTION.
        PERFORM LOAD_JOURNAL_RTN.
        OPEN OUTPUT DETAIL_PRINT_FILE.
        MOVE WK_REPORT_PERIOD TO GLD_PERIOD.
        WRITE DETAIL_PRINT_RECORD FROM GLD_TITLE_LINE AFTER PAGE.
        PERFORM VARYING ACT_IDX FROM 1 BY 1
                UNTIL ACT_IDX > ACT_TBL_SIZE
            IF ACT_RP_OPENING(ACT_IDX) NOT = ZERO
                    OR ACT_RP_DEBIT(ACT_IDX) NOT = ZERO
                    OR ACT_RP_CREDIT(ACT_IDX) NOT = ZERO
                THEN
                    PERFORM PRINT_ACCOUNT_DETAIL_RTN
            END-IF
        END-PERFORM.
        CLOSE DETAIL_PRINT_FILE.
        MOVE "GlLedgerDetail.txt" TO WK_SC_DOC_NAME.
        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME.
    PRINT_LEDGER_DETAIL_EXIT.
    *>4-1.勘定1つ分の明細
    PRINT_ACCOUNT_DETAIL_RTN SECTION.
        MOVE ACT_ACCOUNT(ACT_IDX) TO GLD_ACCOUNT.
        MOVE ACT_NAME(ACT_IDX) TO GLD_NAME.
        MOVE ACT_TYPE(ACT_IDX) TO GLD_TYPE.
        MOVE ACT_NORMAL(ACT_IDX) TO GLD_NORMAL.
        WRITE DETAIL_PRINT_RECORD FROM GLD_ACCOUNT_LINE AFTER 2 LINE.
        WRITE DETAIL_PRINT_RECORD FROM GLD_COLUMN_LINE AFTER 1 LINE.
        MOVE ACT_RP_OPENING(ACT_IDX) TO WK_RUNNING.
        MOVE "OPENING" TO GLD_DATE.
        MOVE SPACE TO GLD_SOURCE GLD_REFERENCE.
        MOVE ZERO TO GLD_DEBIT GLD_CREDIT.
        PERFORM WRITE_DETAIL_LINE_RTN.
        MOVE ZERO TO WK_LIST_DEBIT WK_LIST_CREDIT.
        PERFORM VARYING JRN_IDX FROM 1 BY 1
                UNTIL JRN_IDX > JRN_TBL_SIZE
            MOVE JRN_LINE(JRN_IDX) TO GL_JOURNAL_RECORD
            IF GLJ_ACCOUNT = ACT_ACCOUNT(ACT_IDX)
                THEN
                    MOVE GLJ_DATE TO GLD_DATE
                    MOVE GLJ_SOURCE TO GLD_SOURCE
                    MOVE GLJ_REFERENCE TO GLD_REFERENCE
                    IF GLJ_DC = "D"
                        THEN
                            MOVE GLJ_AMOUNT TO GLD_DEBIT
                            MOVE ZERO TO GLD_CREDIT
                            ADD GLJ_AMOUNT TO WK_RUNNING WK_LIST_DEBIT
                        ELSE
                            MOVE ZERO TO GLD_DEBIT
                            MOVE GLJ_AMOUNT TO GLD_CREDIT
                            SUBTRACT GLJ_AMOUNT FROM WK_RUNNING
                            ADD GLJ_AMOUNT TO WK_LIST_CREDIT
                    END-IF
                    PERFORM WRITE_DETAIL_LINE_RTN
            END-IF
        END-PERFORM.
*>仕訳帳に無い分(年次締めでアーカイブ済みなど)は差額の1行で示す
        IF WK_LIST_DEBIT NOT = ACT_RP_DEBIT(ACT_IDX)
                OR WK_LIST_CREDIT NOT = ACT_RP_CREDIT(ACT_IDX)
            THEN
                MOVE "ARCHIVED" TO GLD_DATE
                MOVE SPACE TO GLD_SOURCE GLD_REFERENCE
                COMPUTE GLD_DEBIT = ACT_RP_DEBIT(ACT_IDX) - WK_LIST_DEBIT
                COMPUTE GLD_CREDIT =
                    ACT_RP_CREDIT(ACT_IDX) - WK_LIST_CREDIT
                COMPUTE WK_RUNNING = WK_RUNNING
                    + ACT_RP_DEBIT(ACT_IDX) - WK_LIST_DEBIT
                    - ACT_RP_CREDIT(ACT_IDX) + WK_LIST_CREDIT
                PERFORM WRITE_DETAIL_LINE_RTN
        END-IF.
        MOVE ACT_RP_CLOSING(ACT_IDX) TO WK_RUNNING.
        MOVE "CLOSING" TO GLD_DATE.
        MOVE SPACE TO GLD_SOURCE GLD_REFERENCE.
        MOVE ACT_RP_DEBIT(ACT_IDX) TO GLD_DEBIT.
        MOVE ACT_RP_CREDIT(ACT_IDX) TO GLD_CREDIT.
        PERFORM WRITE_DETAIL_LINE_RTN.
    PRINT_ACCOUNT_DETAIL_EXIT.
    *>4-1-1.明細の1行(残高は借方プラスの符号からDR/CRをつけて印字する)
    WRITE_DETAIL_LINE_RTN SECTION.
        IF WK_RUNNING < ZERO
            THEN
                COMPUTE WK_ABS_AMOUNT = ZERO - WK_RUNNING
                MOVE "CR" TO GLD_BALANCE_DC
            ELSE
                MOVE WK_RUNNING TO WK_ABS_AMOUNT
                MOVE "DR" TO GLD_BALANCE_DC
        END-IF.
        MOVE WK_ABS_AMOUNT TO GLD_BALANCE.
        WRITE DETAIL_PRINT_RECORD FROM GLD_DETAIL_LINE AFTER 1 LINE.
    WRITE_DETAIL_LINE_EXIT.
    *>4-2.報告月の仕訳帳の行の読み込み
    LOAD_JOURNAL_RTN SECTION.
        OPEN INPUT GL_JOURNAL_FILE.
        IF GL_JOURNAL_STATUS NOT = "00"
            THEN
                GO TO LOAD_JOURNAL_EXIT
        END-IF.
        PERFORM UNTIL GL_JOURNAL_STATUS NOT = "00"
            READ GL_JOURNAL_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF GLJ_DATE(1:6) = WK_REPORT_PERIOD
                        THEN
                            IF JRN_TBL_SIZE < 9999
                                THEN
                                    ADD 1 TO JRN_TBL_SIZE
                                    MOVE GL_JOURNAL_RECORD
                                        TO JRN_LINE(JRN_TBL_SIZE)
                                ELSE
                                    ADD 1 TO WK_JRN_OVERFLOW_CNT
                            END-IF
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE GL_JOURNAL_FILE.
        IF WK_JRN_OVERFLOW_CNT > ZERO
            THEN
                DISPLAY "JOURNAL LINES NOT LISTED (TABLE FULL): "
                    WK_JRN_OVERFLOW_CNT
        END-IF.
    LOAD_JOURNAL_EXIT.
    *>5.パラメータ(1行目=報告月YYYYMM、2行目=繰越利益剰余金の勘定)
    PARM_RTN SECTION.
        MOVE WK_TODAY(1:6) TO WK_REPORT_PERIOD.
        OPEN INPUT GL_PARM_FILE.
        IF GL_PARM_STATUS NOT = "00"
            THEN
                GO TO PARM_EXIT
        END-IF.
        READ GL_PARM_FILE
            AT END
                CONTINUE
            NOT AT END
                IF GL_PARM_VALUE IS NUMERIC
                        AND GL_PARM_VALUE(5:2) >= "01"
                        AND GL_PARM_VALUE(5:2) <= "12"
                    THEN
                        MOVE GL_PARM_VALUE TO WK_REPORT_PERIOD
                END-IF
        END-READ.
        IF GL_PARM_STATUS = "00"
            THEN
                READ GL_PARM_FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF GL_PARM_VALUE(1:4) IS NUMERIC
                            THEN
                                MOVE GL_PARM_VALUE(1:4)
                                    TO WK_RETAINED_ACCOUNT
                        END-IF
                END-READ
        END-IF.
        CLOSE GL_PARM_FILE.
    PARM_EXIT.
    *>6.勘定科目マスタの読み込み(繰越利益剰余金の位置も覚える)
    LOAD_ACCOUNT_RTN SECTION.
        OPEN INPUT GL_ACCOUNT_FILE.
        IF GL_ACCOUNT_STATUS NOT = "00"
            THEN
                GO TO LOAD_ACCOUNT_EXIT
        END-IF.
        PERFORM UNTIL GL_ACCOUNT_STATUS NOT = "00"
            READ GL_ACCOUNT_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF ACT_TBL_SIZE < 200 AND GLA_ACCOUNT IS NUMERIC
                        THEN
                            ADD 1 TO ACT_TBL_SIZE
                            SET ACT_IDX TO ACT_TBL_SIZE
                            INITIALIZE ACT_TBL(ACT_IDX)
                            MOVE GLA_ACCOUNT TO ACT_ACCOUNT(ACT_IDX)
                            MOVE GLA_NAME TO ACT_NAME(ACT_IDX)
                            MOVE GLA_TYPE TO ACT_TYPE(ACT_IDX)
                            MOVE GLA_NORMAL TO ACT_NORMAL(ACT_IDX)
                            MOVE GLA_STATUS TO ACT_STATUS(ACT_IDX)
                            IF GLA_ACCOUNT = WK_RETAINED_ACCOUNT
                                THEN
                                    MOVE ACT_TBL_SIZE
                                        TO WK_RETAINED_SUB
                            END-IF
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE GL_ACCOUNT_FILE.
    LOAD_ACCOUNT_EXIT.
    *>7.年次締め済みの年の読み込み(その年の日付の仕訳は転記しない)
    LOAD_CLOSED_YEAR_RTN SECTION.
        OPEN INPUT YEAR_CLOSE_LOG_FILE.
        IF YEAR_CLOSE_LOG_STATUS NOT = "00"
            THEN
                GO TO LOAD_CLOSED_YEAR_EXIT
        END-IF.
        PERFORM UNTIL YEAR_CLOSE_LOG_STATUS NOT = "00"
            READ YEAR_CLOSE_LOG_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF CLOSED_YEAR_SIZE < 50 AND YCL_YEAR IS NUMERIC
                        THEN
                            ADD 1 TO CLOSED_YEAR_SIZE
                            MOVE YCL_YEAR
                                TO CLOSED_YEAR(CLOSED_YEAR_SIZE)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE YEAR_CLOSE_LOG_FILE.
    LOAD_CLOSED_YEAR_EXIT.
    *>8.勘定残高の読み込み(借方・貸方だけを持ち、期首・期末は組み直す)
    *>マスタに無い勘定の残高は落とさずに"NOT ON MASTER"として残す
    LOAD_BALANCE_RTN SECTION.
        OPEN INPUT GL_BALANCE_FILE.
        IF GL_BALANCE_STATUS NOT = "00"
            THEN
                GO TO LOAD_BALANCE_EXIT
        END-IF.
        PERFORM UNTIL GL_BALANCE_STATUS NOT = "00"
            READ GL_BALANCE_FILE
                AT END
                    CONTINUE
                NOT AT END
                    PERFORM KEEP_BALANCE_RTN
            END-READ
        END-PERFORM.
        CLOSE GL_BALANCE_FILE.
    LOAD_BALANCE_EXIT.
    *>8-1.勘定残高1行分
    KEEP_BALANCE_RTN SECTION.
        IF GLB_ACCOUNT IS NOT NUMERIC OR GLB_PERIOD IS NOT NUMERIC
            THEN
                GO TO KEEP_BALANCE_EXIT
        END-IF.
        SET ACT_IDX TO 1.
        SEARCH ACT_TBL
            AT END
                IF ACT_TBL_SIZE < 200
                    THEN
                        DISPLAY "BALANCE ON ACCOUNT NOT ON MASTER: "
                            GLB_ACCOUNT
                        MOVE 4 TO RETURN-CODE
                        ADD 1 TO WK_UNKNOWN_ACCOUNT_CNT
                        ADD 1 TO ACT_TBL_SIZE
                        SET ACT_IDX TO ACT_TBL_SIZE
                        INITIALIZE ACT_TBL(ACT_IDX)
                        MOVE GLB_ACCOUNT TO ACT_ACCOUNT(ACT_IDX)
                        MOVE "NOT ON MASTER" TO ACT_NAME(ACT_IDX)
                        MOVE "?" TO ACT_TYPE(ACT_IDX)
                        MOVE "D" TO ACT_NORMAL(ACT_IDX)
                        MOVE "C" TO ACT_STATUS(ACT_IDX)
                END-IF
            WHEN ACT_ACCOUNT(ACT_IDX) = GLB_ACCOUNT
                CONTINUE
        END-SEARCH.
        MOVE GLB_ACCOUNT TO WK_MOV_ACCOUNT.
        MOVE GLB_PERIOD TO WK_MOV_PERIOD.
        MOVE GLB_DEBIT TO WK_MOV_DEBIT.
        MOVE GLB_CREDIT TO WK_MOV_CREDIT.
        PERFORM ADD_MOVEMENT_RTN.
    KEEP_BALANCE_EXIT.
*>GlJournal.txtの1行 = GlTransactions.txtの明細(計上日(8) 出所(5) 勘定(4) 貸借(1)
*>金額(11) 参照(5)) 転記日(8)。先頭が計上日なので年次締めで年別にアーカイブされる
*>GlRejects.txtの1行 = 理由(8) 元の行(明細またはトレーラ)。直してGlTransactions.txtへ
*>戻せば次回の転記で読み直す(トレーラの件数・合計も合わせて直す)
*>GlBalances.txtの1行 = 勘定(4) 年月(6) 期首残高(符号+13) 借方(13) 貸方(13) 期末残高(符号+13)
*>残高は借方をプラスとした符号つき(貸方残の勘定はマイナス)。借方・貸方が積み上げの元で、
*>期首・期末は毎回最初の月から組み直す。期首0で動きの無い月の行は書かない
*>GlLedgerParm.txt 1行目=報告月(YYYYMM。無ければ業務日付の月)
*>               2行目=繰越利益剰余金の勘定(4桁。無ければ3100)
*>年次締め済みの年(YearCloseLog.txt)の日付の仕訳はCLOSEDYRで差し戻す
*>差戻しがあればRETURN-CODE=4、勘定科目マスタが無ければ16で転記しない
