*>答えていたのをやめ、月末に在庫ポジションを日付つきの在庫元帳
*>(StockLedger.txt:年月+ロケーション+数量)へスナップショットする
*>対象年月(MonthCloseParm.txt、無ければ当日の年月)について
*>移動ジャーナルから 期首+入庫-出庫=期末 をロケーション別に計算し(仕入先返品Vは出庫に、
*>得意先返品の戻し入れCは入庫に含める)、
*>計算上の期末とスナップショットが食い違うロケーションに印を付けた
*>検証レポート(StockProof.txt)を出力する
*>期首は前月の在庫元帳スナップショットから取る(無い月は期首0起算で警告)
*>同じ年月の締めを二度実行しようとした場合は拒否する
*>「年月」は暦月ではなく会計期間(会計年度4桁+期間2桁。無ければ業務日付の属する期間)で、
*>ジャーナルは会計カレンダー(FISCAL_CALENDAR)が返す期間の開始日~終了日で選び、
*>期首は当期の開始日の前日が属する期間のスナップショットから取る
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_79_MONTH_CLOSE.
ENVIRONMENT DIVISION.
        01 MOVEMENT_JOURNAL_STATUS PIC XX.
        01 STOCK_LEDGER_STATUS PIC XX.
        01 MONTH_CLOSE_PARM_STATUS PIC XX.
*>締め対象の会計期間と前期(期首スナップショットの検索用)
        01 WK_TODAY PIC 9(08).
        01 WK_FC_MODE PIC X(01).
        01 WK_FC_DATE PIC 9(08).
        01 WK_PERIOD_AREA.
            05 WK_PERIOD PIC 9(06).
            05 WK_PERIOD_WEEK PIC 9(02).
            05 WK_PERIOD_START PIC 9(08).
            05 WK_PERIOD_END PIC 9(08).
            05 WK_PERIOD_FOUND PIC X(01).
        01 WK_PREV_AREA.
            05 WK_PREV_PERIOD PIC 9(06).
            05 WK_PREV_WEEK PIC 9(02).
            05 WK_PREV_START PIC 9(08).
            05 WK_PREV_END PIC 9(08).
            05 WK_PREV_FOUND PIC X(01).
*>ロケーション別の多次元配列(期首/入庫/出庫/現在ポジション)
        01 OPEN_ITEM.
            03 OPEN_DATA_1 OCCURS 2.
            05 PIC X(22) VALUE "** STOCK PROOF FOR ".
            05 HDR_PERIOD PIC 9(06).
            05 PIC X(03) VALUE " **".
            05 PIC X(15) VALUE " FISCAL PERIOD ".
            05 HDR_START PIC 9(08).
            05 PIC X(01) VALUE "-".
            05 HDR_END PIC 9(08).
            05 PIC X(17) VALUE SPACE.
        01 PROOF_DETAIL_LINE.
            05 PIC X(03) VALUE "WH ".
            05 DET_WAREHOUSE PIC 9(02).
            05 PIC X(56) VALUE SPACE.
PROCEDURE DIVISION.
    MONTH_CLOSE_RTN SECTION.
    *>初期処理(対象の会計期間の決定と二重締めの検査)
        CALL "BUSINESS_DATE" USING WK_TODAY WK_PERIOD_AREA.
        PERFORM PARM-RTN.
        MOVE "P" TO WK_FC_MODE.
        MOVE ZERO TO WK_FC_DATE.
        CALL "FISCAL_CALENDAR" USING WK_FC_MODE WK_FC_DATE
            WK_PERIOD_AREA.
        MOVE "D" TO WK_FC_MODE.
        COMPUTE WK_FC_DATE = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WK_PERIOD_START) - 1).
        CALL "FISCAL_CALENDAR" USING WK_FC_MODE WK_FC_DATE
            WK_PREV_AREA.
        PERFORM LOAD-LEDGER-RTN.
        IF SW_ALREADY_CLOSED = "1"
            THEN
            ". MISMATCHES: " WK_MISMATCH_CNT.
        STOP RUN.
    MONTH_CLOSE_EXIT.
    *>1.対象期間パラメータの読み込み(無ければ業務日付の属する会計期間)
    PARM-RTN SECTION.
        OPEN INPUT MONTH_CLOSE_PARM_FILE.
        IF MONTH_CLOSE_PARM_STATUS = "00"
                CLOSE MONTH_CLOSE_PARM_FILE
        END-IF.
    PARM-EXIT.
    *>2.在庫元帳の読み込み(前期分=期首、対象期間分があれば二重締め)
    LOAD-LEDGER-RTN SECTION.
        MOVE ZERO TO OPEN_ITEM.
        OPEN INPUT STOCK_LEDGER_FILE.
                    ". OPENING ASSUMED ZERO."
        END-IF.
    LOAD-LEDGER-EXIT.
    *>3.当期ジャーナルの集計(期間の開始日~終了日。入庫/出庫。棚間移動は2段階:
    *>"T"=発送(移動元の出のみ。現物は輸送中で棚には無い)、
    *>"A"=到着(APPLICATION_81_TRANSIT_ARRIVEが記帳。移動先の入)
    SUM-JOURNAL-RTN SECTION.
                AT END
                    CONTINUE
                NOT AT END
                    IF JRNL_DATE >= WK_PERIOD_START
                            AND JRNL_DATE <= WK_PERIOD_END
                        THEN
                            PERFORM SUM-ONE-JOURNAL-RTN
                    END-IF
            WHEN "I"
                ADD JRNL_QTY TO OUT_ITEM_1
                    (JRNL_WAREHOUSE JRNL_BIN JRNL_SHELF)
            WHEN "C"
*>得意先返品の戻し入れは入庫と同じく入として数える
                ADD JRNL_QTY TO IN_ITEM_1
                    (JRNL_WAREHOUSE JRNL_BIN JRNL_SHELF)
            WHEN "V"
*>仕入先返品は出庫と同じく出として数える
                ADD JRNL_QTY TO OUT_ITEM_1
                    (JRNL_WAREHOUSE JRNL_BIN JRNL_SHELF)
            WHEN "T"
*>発送は移動元の出のみ(移動先への入は到着"A"が記帳する)
                ADD JRNL_QTY TO OUT_ITEM_1
    WRITE-PROOF-RTN SECTION.
        OPEN OUTPUT STOCK_PROOF_FILE.
        MOVE WK_PERIOD TO HDR_PERIOD.
        MOVE WK_PERIOD_START TO HDR_START.
        MOVE WK_PERIOD_END TO HDR_END.
        WRITE STOCK_PROOF_RECORD FROM PROOF_HEADER_LINE.
        PERFORM VARYING CNT_1 FROM 1 BY 1 UNTIL CNT_1 > 2
            PERFORM VARYING CNT_2 FROM 1 BY 1 UNTIL CNT_2 > 2
                DISPLAY "INVENTORY POSITION FILE NOT FOUND."
        END-IF.
    LOAD-POSITION-EXIT.
*>MonthCloseParm.txtの1行 = 対象の会計期間(6桁YYYYPP)。無ければ業務日付の属する期間
*>StockLedger.txtの1行 = 会計期間(6) 倉庫(2) 棚(2) 棚段(2) 数量(5)(締めのたびに追記)
*>会計カレンダーに無い期間は暦月(YYYYMM)として扱う
*>期首は前期のスナップショット。初回締めは期首0起算となるため、棚卸直後に
*>開始するか初月の**MISMATCH**は開始残として読み替えること
*>調整(APPLICATION_45の棚卸調整)はジャーナルに載らないため差異として現れる
*>月末に輸送中のままの数量は発送月の出として計上され、到着月に入が立つ
