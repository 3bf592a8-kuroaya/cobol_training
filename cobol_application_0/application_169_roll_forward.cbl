*>在庫のロールフォワード APPLICATION_108_RESTOREでバックアップセットを戻すと、
*>在庫ポジション(InventoryPosition.txt)とロット別在庫(LotPosition.txt)は
*>セットの日付の状態に戻り、その後の入庫・出庫・棚間移動・到着・棚卸調整が
*>消える(移動ジャーナルと調整ジャーナルには残っているのに再入力していた)
*>復元したセットの日付(RestoreParm.txt。APPLICATION_108と同じパラメータ)より
*>後の日付の
*>  移動ジャーナル(MovementJournal.txt:APPLICATION_43/81が記帳)
*>  調整ジャーナル(AdjustmentJournal.txt:APPLICATION_45が記帳)
*>の行を、日付順(同じ日付は移動が先、各ジャーナルの中は記帳順)に
*>打ち切り点(RollForwardParm.txt)まで積み直し、2つのファイルを作り直す
*>  R/C(入庫・得意先返品) 移動元へ加算、ロットへ積む
*>  I/V(出庫・仕入先返品) 移動元から減算、ロットから引く
*>  T(棚間移動の発送)      移動元から減算、ロットから引く(輸送中は触らない)
*>  A(到着)                移動先へ加算、移動先のロットへ積む
*>  棚卸調整                差異数量を加減する(帳簿数量が積み直しと違えば印字)
*>ジャーナルに記帳されたロット(FEFOで決まったロットを含む)をそのまま使う
*>結果はロールフォワード報告書(RollForwardReport.txt。スプール台帳へ登録)に、
*>積み直した行・ジャーナルの種別ごとの合計と積み直した増減の突き合わせ・
*>ロケーション別の前後を印字する
*>二重の積み直しを防ぐため、現在の在庫ポジションとロット別在庫がセットの
*>バックアップと一致しない場合は何もしない(RC=16。先にAPPLICATION_108で戻す)
*>処理区分が"U"でなければファイルは書き換えずに報告書だけを出す(予告)
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_169_ROLL_FORWARD.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT RESTORE_PARM_FILE
            ASSIGN TO "RestoreParm.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RESTORE_PARM_STATUS.
        SELECT PARM_FILE
            ASSIGN TO "RollForwardParm.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PARM_STATUS.
*>セットとの一致検査用(バックアップと現在のファイルを行単位で比べる)
        SELECT BACKUP_FILE
            ASSIGN TO DYNAMIC WK_BACKUP_NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BACKUP_STATUS.
        SELECT CURRENT_FILE
            ASSIGN TO DYNAMIC WK_CURRENT_NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CURRENT_STATUS.
        SELECT INVENTORY_POSITION_FILE
            ASSIGN TO "InventoryPosition.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS INV_FILE_STATUS.
        SELECT LOT_POSITION_FILE
            ASSIGN TO "LotPosition.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOT_POSITION_STATUS.
        SELECT MOVEMENT_JOURNAL_FILE
            ASSIGN TO "MovementJournal.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MOVEMENT_JOURNAL_STATUS.
        SELECT ADJUSTMENT_JOURNAL_FILE
            ASSIGN TO "AdjustmentJournal.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ADJUSTMENT_JOURNAL_STATUS.
        SELECT PRINT_FILE
            ASSIGN TO "RollForwardReport.txt"
            ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
    FILE SECTION.
        FD RESTORE_PARM_FILE.
        01 RESTORE_PARM_RECORD.
            05 RESTORE_PARM_DATE PIC X(08).
*>打ち切り点(最終日付 移動ジャーナルの最終行番号 調整ジャーナルの最終行番号
*>処理区分 U=更新 それ以外=予告。空白の項目は打ち切らない)
        FD PARM_FILE.
        01 PARM_RECORD.
            05 PRM_CUTOFF_DATE PIC X(08).
            05 FILLER PIC X(01).
            05 PRM_MOVE_LIMIT PIC X(07).
            05 FILLER PIC X(01).
            05 PRM_ADJ_LIMIT PIC X(07).
            05 FILLER PIC X(01).
            05 PRM_MODE PIC X(01).
        FD BACKUP_FILE.
        01 BACKUP_RECORD PIC X(100).
        FD CURRENT_FILE.
        01 CURRENT_RECORD PIC X(100).
        FD INVENTORY_POSITION_FILE.
        01 INVENTORY_POSITION_RECORD.
            05 INV_WAREHOUSE PIC 9(02).
            05 INV_BIN PIC 9(02).
            05 INV_SHELF PIC 9(02).
            05 INV_QTY PIC 9(05).
        FD LOT_POSITION_FILE.
        01 LOT_POSITION_RECORD.
            05 LOTP_WAREHOUSE PIC 9(02).
            05 LOTP_BIN PIC 9(02).
            05 LOTP_SHELF PIC 9(02).
            05 FILLER PIC X(01) VALUE SPACE.
            05 LOTP_LOT PIC X(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 LOTP_EXPIRY PIC X(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 LOTP_QTY PIC 9(05).
        FD MOVEMENT_JOURNAL_FILE.
        01 MOVEMENT_JOURNAL_RECORD.
            05 JRNL_DATE PIC X(08).
            05 FILLER PIC X(01).
            05 JRNL_TYPE PIC X(01).
            05 FILLER PIC X(01).
            05 JRNL_WAREHOUSE PIC 9(02).
            05 JRNL_BIN PIC 9(02).
            05 JRNL_SHELF PIC 9(02).
            05 FILLER PIC X(01).
            05 JRNL_QTY PIC 9(05).
            05 FILLER PIC X(01).
            05 JRNL_TO_WAREHOUSE PIC 9(02).
            05 JRNL_TO_BIN PIC 9(02).
            05 JRNL_TO_SHELF PIC 9(02).
            05 FILLER PIC X(01).
            05 JRNL_LOT PIC X(06).
            05 FILLER PIC X(01).
            05 JRNL_EXPIRY PIC X(08).
        FD ADJUSTMENT_JOURNAL_FILE.
        01 ADJUSTMENT_JOURNAL_RECORD.
            05 ADJ_DATE PIC X(08).
            05 FILLER PIC X(01).
            05 ADJ_WAREHOUSE PIC 9(02).
            05 ADJ_BIN PIC 9(02).
            05 ADJ_SHELF PIC 9(02).
            05 FILLER PIC X(01).
            05 ADJ_BOOK_QTY PIC 9(05).
            05 FILLER PIC X(01).
            05 ADJ_COUNTED_QTY PIC 9(05).
            05 FILLER PIC X(01).
            05 ADJ_DIFF_QTY PIC S9(05) SIGN LEADING SEPARATE.
            05 FILLER PIC X(40).
        FD PRINT_FILE.
        01 PRINT_RECORD PIC X(80).
    WORKING-STORAGE SECTION.
        01 RESTORE_PARM_STATUS PIC XX.
        01 PARM_STATUS PIC XX.
        01 BACKUP_STATUS PIC XX.
        01 CURRENT_STATUS PIC XX.
        01 INV_FILE_STATUS PIC XX.
        01 LOT_POSITION_STATUS PIC XX.
        01 MOVEMENT_JOURNAL_STATUS PIC XX.
        01 ADJUSTMENT_JOURNAL_STATUS PIC XX.
        01 WK_BACKUP_NAME PIC X(40).
        01 WK_CURRENT_NAME PIC X(30).
*>復元したセットの日付と打ち切り点
        01 WK_SET_DATE PIC X(08) VALUE SPACE.
        01 WK_CUTOFF_DATE PIC X(08) VALUE "99999999".
        01 WK_MOVE_LIMIT PIC 9(07) VALUE 9999999.
        01 WK_ADJ_LIMIT PIC 9(07) VALUE 9999999.
        01 WK_MODE PIC X(01) VALUE "P".
            88 WK_UPDATE_MODE VALUE "U".
*>セットとの一致検査の結果(Y=一致 N=不一致 M=セットに無い)
        01 WK_MATCH_SW PIC X(01).
        01 WK_LOT_ROLL_SW PIC X(01) VALUE "Y".
*>在庫ポジション(倉庫×棚×棚段。APPLICATION_43_STOCK_MOVESと同じ持ち方)と
*>積み直し前の写し
        01 WORK_ITEM.
            03 WORK_DATA_1 OCCURS 2.
            05 WORK_DATA_2 OCCURS 2.
            07 WORK_DATA_3 OCCURS 3.
            09 WORK_ITEM_1 PIC 9(05).
        01 OPEN_ITEM.
            03 OPEN_DATA_1 OCCURS 2.
            05 OPEN_DATA_2 OCCURS 2.
            07 OPEN_DATA_3 OCCURS 3.
            09 OPEN_ITEM_1 PIC 9(05).
        01 CNT_1 PIC 9(02).
        01 CNT_2 PIC 9(02).
        01 CNT_3 PIC 9(02).
*>ロット別在庫テーブル(APPLICATION_43_STOCK_MOVESと同じ持ち方)
        01 LOT_TBL_MASTER.
            05 LOT_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 LOT_TBL OCCURS 0 TO 300
                DEPENDING ON LOT_TBL_SIZE
                INDEXED BY LOT_IDX.
                10 LTB_WAREHOUSE PIC 9(02).
                10 LTB_BIN PIC 9(02).
                10 LTB_SHELF PIC 9(02).
                10 LTB_LOT PIC X(06).
                10 LTB_EXPIRY PIC X(08).
                10 LTB_QTY PIC 9(05).
        01 WK_LOT_SUB PIC 9(03).
*>反映する行の位置・ロット(到着は移動先を使う)
        01 WK_LOC.
            05 WK_LOC_WAREHOUSE PIC 9(02).
            05 WK_LOC_BIN PIC 9(02).
            05 WK_LOC_SHELF PIC 9(02).
        01 WK_QTY PIC 9(05).
        01 WK_SHORT_QTY PIC 9(05).
*>2つのジャーナルの突き合わせ(次に読む行の日付。終わり・打ち切りは最大値)
        01 WK_MOVE_KEY PIC X(08).
        01 WK_ADJ_KEY PIC X(08).
        01 CST_END_KEY PIC X(08) VALUE "99999999".
        01 WK_MOVE_LINE PIC 9(07) VALUE ZERO.
        01 WK_ADJ_LINE PIC 9(07) VALUE ZERO.
*>種別ごとの反映の向きとジャーナル合計(R C I V T A の順)
        01 TYPE_VALUES.
            05 PIC X(02) VALUE "R+".
            05 PIC X(02) VALUE "C+".
            05 PIC X(02) VALUE "I-".
            05 PIC X(02) VALUE "V-".
            05 PIC X(02) VALUE "T-".
            05 PIC X(02) VALUE "A+".
        01 TYPE_TBL REDEFINES TYPE_VALUES.
            05 TYPE_ENTRY OCCURS 6 TIMES INDEXED BY TYPE_IDX.
                10 TYP_CODE PIC X(01).
                10 TYP_SIGN PIC X(01).
        01 TYPE_TOTAL_AREA.
            05 TYP_COUNT PIC 9(07) OCCURS 6 TIMES.
            05 TYP_QTY PIC 9(09) OCCURS 6 TIMES.
        01 WK_ADJ_COUNT PIC 9(07) VALUE ZERO.
        01 WK_ADJ_NET PIC S9(09) VALUE ZERO.
*>件数と突き合わせの集計
        01 WK_BEFORE_CNT PIC 9(07) VALUE ZERO.
        01 WK_BEYOND_CNT PIC 9(07) VALUE ZERO.
        01 WK_APPLIED_CNT PIC 9(07) VALUE ZERO.
        01 WK_SKIPPED_CNT PIC 9(07) VALUE ZERO.
        01 WK_WARNING_CNT PIC 9(07) VALUE ZERO.
        01 WK_CLAMPED_QTY PIC 9(09) VALUE ZERO.
        01 WK_OPEN_TOTAL PIC 9(09) VALUE ZERO.
        01 WK_CLOSE_TOTAL PIC 9(09) VALUE ZERO.
        01 WK_JOURNAL_NET PIC S9(09) VALUE ZERO.
        01 WK_ROLLED_NET PIC S9(09) VALUE ZERO.
        01 WK_LOT_OPEN_TOTAL PIC 9(09) VALUE ZERO.
        01 WK_LOT_CLOSE_TOTAL PIC 9(09) VALUE ZERO.
        01 WK_LOC_NET PIC S9(07).
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "RollForwardReport.txt".
*>帳票行(見出し/条件/明細見出し/明細/合計/ロケーション別/メッセージ)
        01 RFR_TITLE_LINE.
            05 PIC X(34) VALUE "*** INVENTORY ROLL-FORWARD *** SET".
            05 PIC X(01) VALUE SPACE.
            05 RFR_SET_DATE PIC X(08).
            05 PIC X(02) VALUE SPACE.
            05 RFR_MODE PIC X(18).
            05 PIC X(17) VALUE SPACE.
        01 RFR_CUTOFF_LINE.
            05 PIC X(15) VALUE "CUT-OFF  DATE: ".
            05 RFR_CUTOFF_DATE PIC X(08).
            05 PIC X(14) VALUE "  MOVE LINE: ".
            05 RFR_MOVE_LIMIT PIC X(07).
            05 PIC X(13) VALUE "  ADJ LINE: ".
            05 RFR_ADJ_LIMIT PIC X(07).
            05 PIC X(16) VALUE SPACE.
        01 RFR_HEADING_LINE.
            05 PIC X(80) VALUE
            "SRC  LINE    DATE     TY FROM   TO        QTY LOT    NOTE".
        01 RFR_DETAIL_LINE.
            05 RFR_SOURCE PIC X(04).
            05 PIC X(01) VALUE SPACE.
            05 RFR_LINE PIC 9(07).
            05 PIC X(01) VALUE SPACE.
            05 RFR_DATE PIC X(08).
            05 PIC X(01) VALUE SPACE.
            05 RFR_TYPE PIC X(02).
            05 PIC X(01) VALUE SPACE.
            05 RFR_FROM PIC X(06).
            05 PIC X(01) VALUE SPACE.
            05 RFR_TO PIC X(06).
            05 PIC X(01) VALUE SPACE.
            05 RFR_QTY PIC -(6)9.
            05 PIC X(01) VALUE SPACE.
            05 RFR_LOT PIC X(06).
            05 PIC X(01) VALUE SPACE.
            05 RFR_NOTE PIC X(26).
        01 RFR_TYPE_LINE.
            05 PIC X(11) VALUE "  JOURNAL  ".
            05 RFR_TYPE_CODE PIC X(05).
            05 PIC X(09) VALUE " ENTRIES ".
            05 RFR_TYPE_COUNT PIC Z(6)9.
            05 PIC X(06) VALUE "  QTY ".
            05 RFR_TYPE_QTY PIC -(9)9.
            05 PIC X(32) VALUE SPACE.
        01 RFR_TOTAL_LINE.
            05 RFR_TOTAL_TEXT PIC X(40).
            05 RFR_TOTAL_QTY PIC -(9)9.
            05 PIC X(30) VALUE SPACE.
        01 RFR_LOC_HEADING_LINE.
            05 PIC X(80) VALUE
            "LOCATION   BEFORE     CHANGE      AFTER".
        01 RFR_LOC_LINE.
            05 RFR_LOC PIC X(06).
            05 PIC X(01) VALUE SPACE.
            05 RFR_LOC_BEFORE PIC Z(9)9.
            05 PIC X(01) VALUE SPACE.
            05 RFR_LOC_CHANGE PIC -(9)9.
            05 PIC X(01) VALUE SPACE.
            05 RFR_LOC_AFTER PIC Z(9)9.
            05 PIC X(41) VALUE SPACE.
        01 RFR_MESSAGE_LINE.
            05 RFR_MESSAGE PIC X(80).
PROCEDURE DIVISION.
    ROLL_FORWARD_RTN SECTION.
    *>初期処理(セットの日付と打ち切り点、セットとの一致検査、ファイルの読み込み)
        PERFORM LOAD_PARM_RTN.
        IF WK_SET_DATE = SPACE
            THEN
                DISPLAY "RestoreParm.txt WITH SET DATE (YYYYMMDD)"
                    " IS REQUIRED. RUN REFUSED."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        MOVE "InventoryPosition.txt" TO WK_CURRENT_NAME.
        PERFORM MATCH_SET_RTN.
        IF WK_MATCH_SW NOT = "Y"
            THEN
                DISPLAY "InventoryPosition.txt DOES NOT MATCH BACKUP SET "
                    WK_SET_DATE ". RESTORE THE SET FIRST. RUN REFUSED."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        MOVE "LotPosition.txt" TO WK_CURRENT_NAME.
        PERFORM MATCH_SET_RTN.
        EVALUATE WK_MATCH_SW
            WHEN "N"
                DISPLAY "LotPosition.txt DOES NOT MATCH BACKUP SET "
                    WK_SET_DATE ". RESTORE THE SET FIRST. RUN REFUSED."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            WHEN "M"
                MOVE "N" TO WK_LOT_ROLL_SW
                ADD 1 TO WK_WARNING_CNT
        END-EVALUATE.
        PERFORM LOAD_INVENTORY_RTN.
        MOVE WORK_ITEM TO OPEN_ITEM.
        IF WK_LOT_ROLL_SW = "Y"
            THEN
                PERFORM LOAD_LOT_RTN
        END-IF.
        MOVE ZERO TO TYPE_TOTAL_AREA.
        OPEN OUTPUT PRINT_FILE.
        MOVE WK_SET_DATE TO RFR_SET_DATE.
        IF WK_UPDATE_MODE
            THEN
                MOVE "(ROLLED FORWARD)" TO RFR_MODE
            ELSE
                MOVE "(PREVIEW ONLY)" TO RFR_MODE
        END-IF.
        WRITE PRINT_RECORD FROM RFR_TITLE_LINE AFTER PAGE.
        MOVE WK_CUTOFF_DATE TO RFR_CUTOFF_DATE.
        MOVE WK_MOVE_LIMIT TO RFR_MOVE_LIMIT.
        MOVE WK_ADJ_LIMIT TO RFR_ADJ_LIMIT.
        IF WK_CUTOFF_DATE = CST_END_KEY
            THEN
                MOVE "(NONE)" TO RFR_CUTOFF_DATE
        END-IF.
        IF WK_MOVE_LIMIT = 9999999
            THEN
                MOVE "(NONE)" TO RFR_MOVE_LIMIT
        END-IF.
        IF WK_ADJ_LIMIT = 9999999
            THEN
                MOVE "(NONE)" TO RFR_ADJ_LIMIT
        END-IF.
        WRITE PRINT_RECORD FROM RFR_CUTOFF_LINE AFTER 1 LINE.
        IF WK_LOT_ROLL_SW NOT = "Y"
            THEN
                MOVE "** LotPosition.txt IS NOT IN THIS SET. LOT POSITIONS"
                    & " ARE LEFT AS THEY ARE." TO RFR_MESSAGE
                WRITE PRINT_RECORD FROM RFR_MESSAGE_LINE AFTER 1 LINE
        END-IF.
        WRITE PRINT_RECORD FROM RFR_HEADING_LINE AFTER 2 LINE.
    *>主処理(2つのジャーナルを日付で突き合わせ、打ち切り点まで順に積み直す)
        OPEN INPUT MOVEMENT_JOURNAL_FILE.
        OPEN INPUT ADJUSTMENT_JOURNAL_FILE.
        PERFORM READ_MOVE_RTN.
        PERFORM READ_ADJ_RTN.
        PERFORM UNTIL WK_MOVE_KEY = CST_END_KEY
                AND WK_ADJ_KEY = CST_END_KEY
            IF WK_MOVE_KEY NOT > WK_ADJ_KEY
                THEN
                    PERFORM APPLY_MOVE_RTN
                    PERFORM READ_MOVE_RTN
                ELSE
                    PERFORM APPLY_ADJ_RTN
                    PERFORM READ_ADJ_RTN
            END-IF
        END-PERFORM.
        IF MOVEMENT_JOURNAL_STATUS NOT = "35"
            THEN
                CLOSE MOVEMENT_JOURNAL_FILE
        END-IF.
        IF ADJUSTMENT_JOURNAL_STATUS NOT = "35"
            THEN
                CLOSE ADJUSTMENT_JOURNAL_FILE
        END-IF.
    *>終了処理(ジャーナル合計と積み直した増減の突き合わせ、ロケーション別の前後、
    *>ファイルの書き戻し、スプール台帳への登録)
        PERFORM PRINT_TOTAL_RTN.
        PERFORM PRINT_LOCATION_RTN.
        IF WK_UPDATE_MODE
            THEN
                PERFORM SAVE_INVENTORY_RTN
                IF WK_LOT_ROLL_SW = "Y"
                    THEN
                        PERFORM SAVE_LOT_RTN
                END-IF
                MOVE "ROLL-FORWARD APPLIED. POSITIONS REBUILT FROM THE SET"
                    & " AND THE JOURNALS." TO RFR_MESSAGE
            ELSE
                MOVE "PREVIEW ONLY. NO FILE WAS CHANGED." TO RFR_MESSAGE
        END-IF.
        WRITE PRINT_RECORD FROM RFR_MESSAGE_LINE AFTER 2 LINE.
        CLOSE PRINT_FILE.
        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME.
        DISPLAY "ROLL-FORWARD FROM SET " WK_SET_DATE " APPLIED:"
            WK_APPLIED_CNT " SKIPPED:" WK_SKIPPED_CNT
            " WARNINGS:" WK_WARNING_CNT.
        IF WK_WARNING_CNT > ZERO OR WK_SKIPPED_CNT > ZERO
            THEN
                MOVE 4 TO RETURN-CODE
        END-IF.
        STOP RUN.
    ROLL_FORWARD_EXIT.
    *>1.移動ジャーナルの次の行(セットの日付以前は読み飛ばし、打ち切り点で終える)
    READ_MOVE_RTN SECTION.
        MOVE CST_END_KEY TO WK_MOVE_KEY.
        IF MOVEMENT_JOURNAL_STATUS NOT = "00"
                OR WK_MOVE_LINE NOT < WK_MOVE_LIMIT
            THEN
                GO TO READ_MOVE_EXIT
        END-IF.
        MOVE SPACE TO MOVEMENT_JOURNAL_RECORD.
        READ MOVEMENT_JOURNAL_FILE
            AT END
                GO TO READ_MOVE_EXIT
        END-READ.
        ADD 1 TO WK_MOVE_LINE.
        IF JRNL_DATE NOT > WK_SET_DATE
            THEN
                ADD 1 TO WK_BEFORE_CNT
                GO TO READ_MOVE_RTN
        END-IF.
        IF JRNL_DATE > WK_CUTOFF_DATE
            THEN
                ADD 1 TO WK_BEYOND_CNT
                GO TO READ_MOVE_RTN
        END-IF.
        MOVE JRNL_DATE TO WK_MOVE_KEY.
    READ_MOVE_EXIT.
    *>2.調整ジャーナルの次の行(同上)
    READ_ADJ_RTN SECTION.
        MOVE CST_END_KEY TO WK_ADJ_KEY.
        IF ADJUSTMENT_JOURNAL_STATUS NOT = "00"
                OR WK_ADJ_LINE NOT < WK_ADJ_LIMIT
            THEN
                GO TO READ_ADJ_EXIT
        END-IF.
        MOVE SPACE TO ADJUSTMENT_JOURNAL_RECORD.
        READ ADJUSTMENT_JOURNAL_FILE
            AT END
                GO TO READ_ADJ_EXIT
        END-READ.
        ADD 1 TO WK_ADJ_LINE.
        IF ADJ_DATE NOT > WK_SET_DATE
            THEN
                ADD 1 TO WK_BEFORE_CNT
                GO TO READ_ADJ_RTN
        END-IF.
        IF ADJ_DATE > WK_CUTOFF_DATE
            THEN
                ADD 1 TO WK_BEYOND_CNT
                GO TO READ_ADJ_RTN
        END-IF.
        MOVE ADJ_DATE TO WK_ADJ_KEY.
    READ_ADJ_EXIT.
    *>3.移動ジャーナル1行の積み直し
    APPLY_MOVE_RTN SECTION.
        MOVE SPACE TO RFR_DETAIL_LINE.
        MOVE "MOVE" TO RFR_SOURCE.
        MOVE WK_MOVE_LINE TO RFR_LINE.
        MOVE JRNL_DATE TO RFR_DATE.
        MOVE JRNL_TYPE TO RFR_TYPE.
        MOVE MOVEMENT_JOURNAL_RECORD(12:6) TO RFR_FROM.
        IF JRNL_TYPE = "T" OR JRNL_TYPE = "A"
            THEN
                MOVE MOVEMENT_JOURNAL_RECORD(25:6) TO RFR_TO
        END-IF.
        MOVE JRNL_QTY TO RFR_QTY WK_QTY.
        MOVE JRNL_LOT TO RFR_LOT.
        SET TYPE_IDX TO 1.
        SEARCH TYPE_ENTRY
            AT END
                MOVE "UNKNOWN TYPE. SKIPPED" TO RFR_NOTE
                ADD 1 TO WK_SKIPPED_CNT
                WRITE PRINT_RECORD FROM RFR_DETAIL_LINE AFTER 1 LINE
                GO TO APPLY_MOVE_EXIT
            WHEN TYP_CODE(TYPE_IDX) = JRNL_TYPE
                CONTINUE
        END-SEARCH.
*>到着は移動先、それ以外は移動元へ反映する
        IF JRNL_TYPE = "A"
            THEN
                MOVE JRNL_TO_WAREHOUSE TO WK_LOC_WAREHOUSE
                MOVE JRNL_TO_BIN TO WK_LOC_BIN
                MOVE JRNL_TO_SHELF TO WK_LOC_SHELF
            ELSE
                MOVE JRNL_WAREHOUSE TO WK_LOC_WAREHOUSE
                MOVE JRNL_BIN TO WK_LOC_BIN
                MOVE JRNL_SHELF TO WK_LOC_SHELF
        END-IF.
        IF WK_LOC_WAREHOUSE < 1 OR WK_LOC_WAREHOUSE > 2
                OR WK_LOC_BIN < 1 OR WK_LOC_BIN > 2
                OR WK_LOC_SHELF < 1 OR WK_LOC_SHELF > 3
            THEN
                MOVE "LOCATION OUT OF RANGE. SKIPPED" TO RFR_NOTE
                ADD 1 TO WK_SKIPPED_CNT
                WRITE PRINT_RECORD FROM RFR_DETAIL_LINE AFTER 1 LINE
                GO TO APPLY_MOVE_EXIT
        END-IF.
        ADD 1 TO TYP_COUNT(TYPE_IDX).
        ADD WK_QTY TO TYP_QTY(TYPE_IDX).
        ADD 1 TO WK_APPLIED_CNT.
        IF TYP_SIGN(TYPE_IDX) = "+"
            THEN
                ADD WK_QTY TO WORK_ITEM_1
                    (WK_LOC_WAREHOUSE WK_LOC_BIN WK_LOC_SHELF)
                PERFORM LOT_ADD_RTN
            ELSE
                IF WORK_ITEM_1(WK_LOC_WAREHOUSE WK_LOC_BIN WK_LOC_SHELF)
                        < WK_QTY
                    THEN
                        COMPUTE WK_SHORT_QTY = WK_QTY - WORK_ITEM_1
                            (WK_LOC_WAREHOUSE WK_LOC_BIN WK_LOC_SHELF)
                        ADD WK_SHORT_QTY TO WK_CLAMPED_QTY
                        MOVE ZERO TO WORK_ITEM_1
                            (WK_LOC_WAREHOUSE WK_LOC_BIN WK_LOC_SHELF)
                        MOVE "SHORT. STOPPED AT ZERO" TO RFR_NOTE
                        ADD 1 TO WK_WARNING_CNT
                    ELSE
                        SUBTRACT WK_QTY FROM WORK_ITEM_1
                            (WK_LOC_WAREHOUSE WK_LOC_BIN WK_LOC_SHELF)
                END-IF
                PERFORM LOT_SUBTRACT_RTN
        END-IF.
        WRITE PRINT_RECORD FROM RFR_DETAIL_LINE AFTER 1 LINE.
    APPLY_MOVE_EXIT.
    *>3-1.ロットへ積む(同一ロケーション×ロットへ合算する。ロットの無い行は積まない)
    LOT_ADD_RTN SECTION.
        IF JRNL_LOT = SPACES OR WK_LOT_ROLL_SW NOT = "Y"
            THEN
                GO TO LOT_ADD_EXIT
        END-IF.
        SET LOT_IDX TO 1.
        SEARCH LOT_TBL
            AT END
                IF LOT_TBL_SIZE < 300
                    THEN
                        ADD 1 TO LOT_TBL_SIZE
                        SET LOT_IDX TO LOT_TBL_SIZE
                        MOVE WK_LOC_WAREHOUSE TO LTB_WAREHOUSE(LOT_IDX)
                        MOVE WK_LOC_BIN TO LTB_BIN(LOT_IDX)
                        MOVE WK_LOC_SHELF TO LTB_SHELF(LOT_IDX)
                        MOVE JRNL_LOT TO LTB_LOT(LOT_IDX)
                        MOVE JRNL_EXPIRY TO LTB_EXPIRY(LOT_IDX)
                        MOVE WK_QTY TO LTB_QTY(LOT_IDX)
                    ELSE
                        MOVE "LOT TABLE FULL" TO RFR_NOTE
                        ADD 1 TO WK_WARNING_CNT
                END-IF
            WHEN LTB_WAREHOUSE(LOT_IDX) = WK_LOC_WAREHOUSE
                    AND LTB_BIN(LOT_IDX) = WK_LOC_BIN
                    AND LTB_SHELF(LOT_IDX) = WK_LOC_SHELF
                    AND LTB_LOT(LOT_IDX) = JRNL_LOT
                ADD WK_QTY TO LTB_QTY(LOT_IDX)
                IF JRNL_EXPIRY NOT = SPACES
                    THEN
                        MOVE JRNL_EXPIRY TO LTB_EXPIRY(LOT_IDX)
                END-IF
        END-SEARCH.
    LOT_ADD_EXIT.
    *>3-2.ロットから引く(ロット残量を超える分は引かない)
    LOT_SUBTRACT_RTN SECTION.
        IF JRNL_LOT = SPACES OR WK_LOT_ROLL_SW NOT = "Y"
            THEN
                GO TO LOT_SUBTRACT_EXIT
        END-IF.
        SET LOT_IDX TO 1.
        SEARCH LOT_TBL
            AT END
                MOVE "LOT NOT ON FILE" TO RFR_NOTE
                ADD 1 TO WK_WARNING_CNT
            WHEN LTB_WAREHOUSE(LOT_IDX) = WK_LOC_WAREHOUSE
                    AND LTB_BIN(LOT_IDX) = WK_LOC_BIN
                    AND LTB_SHELF(LOT_IDX) = WK_LOC_SHELF
                    AND LTB_LOT(LOT_IDX) = JRNL_LOT
                IF LTB_QTY(LOT_IDX) < WK_QTY
                    THEN
                        MOVE ZERO TO LTB_QTY(LOT_IDX)
                        MOVE "LOT SHORT. STOPPED AT ZERO" TO RFR_NOTE
                        ADD 1 TO WK_WARNING_CNT
                    ELSE
                        SUBTRACT WK_QTY FROM LTB_QTY(LOT_IDX)
                END-IF
        END-SEARCH.
    LOT_SUBTRACT_EXIT.
    *>4.調整ジャーナル1行の積み直し(差異数量を加減する)
    APPLY_ADJ_RTN SECTION.
        MOVE SPACE TO RFR_DETAIL_LINE.
        MOVE "ADJ" TO RFR_SOURCE.
        MOVE WK_ADJ_LINE TO RFR_LINE.
        MOVE ADJ_DATE TO RFR_DATE.
        MOVE "CT" TO RFR_TYPE.
        MOVE ADJUSTMENT_JOURNAL_RECORD(10:6) TO RFR_FROM.
        MOVE ADJ_DIFF_QTY TO RFR_QTY.
        IF ADJ_WAREHOUSE < 1 OR ADJ_WAREHOUSE > 2
                OR ADJ_BIN < 1 OR ADJ_BIN > 2
                OR ADJ_SHELF < 1 OR ADJ_SHELF > 3
            THEN
                MOVE "LOCATION OUT OF RANGE. SKIPPED" TO RFR_NOTE
                ADD 1 TO WK_SKIPPED_CNT
                WRITE PRINT_RECORD FROM RFR_DETAIL_LINE AFTER 1 LINE
                GO TO APPLY_ADJ_EXIT
        END-IF.
        ADD 1 TO WK_ADJ_COUNT WK_APPLIED_CNT.
        ADD ADJ_DIFF_QTY TO WK_ADJ_NET.
*>棚卸時の帳簿数量と積み直した数量が違えば、同じ日の行の順序の違いとして印字する
        IF WORK_ITEM_1(ADJ_WAREHOUSE ADJ_BIN ADJ_SHELF) NOT = ADJ_BOOK_QTY
            THEN
                MOVE "BOOK QTY NOT AS COUNTED" TO RFR_NOTE
                ADD 1 TO WK_WARNING_CNT
        END-IF.
        IF ADJ_DIFF_QTY < ZERO
                AND WORK_ITEM_1(ADJ_WAREHOUSE ADJ_BIN ADJ_SHELF)
                    < ZERO - ADJ_DIFF_QTY
            THEN
                COMPUTE WK_SHORT_QTY = (ZERO - ADJ_DIFF_QTY)
                    - WORK_ITEM_1(ADJ_WAREHOUSE ADJ_BIN ADJ_SHELF)
                ADD WK_SHORT_QTY TO WK_CLAMPED_QTY
                MOVE ZERO TO WORK_ITEM_1(ADJ_WAREHOUSE ADJ_BIN ADJ_SHELF)
                MOVE "SHORT. STOPPED AT ZERO" TO RFR_NOTE
                ADD 1 TO WK_WARNING_CNT
            ELSE
                ADD ADJ_DIFF_QTY
                    TO WORK_ITEM_1(ADJ_WAREHOUSE ADJ_BIN ADJ_SHELF)
        END-IF.
        WRITE PRINT_RECORD FROM RFR_DETAIL_LINE AFTER 1 LINE.
    APPLY_ADJ_EXIT.
    *>5.ジャーナルの種別ごとの合計と、積み直した増減の突き合わせ
    PRINT_TOTAL_RTN SECTION.
        MOVE SPACE TO RFR_MESSAGE.
        STRING "JOURNAL LINES: APPLIED " WK_APPLIED_CNT
            "  SKIPPED " WK_SKIPPED_CNT
            DELIMITED BY SIZE INTO RFR_MESSAGE.
        WRITE PRINT_RECORD FROM RFR_MESSAGE_LINE AFTER 2 LINE.
        MOVE SPACE TO RFR_MESSAGE.
        STRING "               ON/BEFORE SET " WK_BEFORE_CNT
            "  AFTER CUT-OFF (NOT APPLIED) " WK_BEYOND_CNT
            DELIMITED BY SIZE INTO RFR_MESSAGE.
        WRITE PRINT_RECORD FROM RFR_MESSAGE_LINE AFTER 1 LINE.
        MOVE ZERO TO WK_JOURNAL_NET.
        PERFORM VARYING TYPE_IDX FROM 1 BY 1 UNTIL TYPE_IDX > 6
            MOVE SPACE TO RFR_TYPE_CODE
            STRING TYP_CODE(TYPE_IDX) " (" TYP_SIGN(TYPE_IDX) ")"
                DELIMITED BY SIZE INTO RFR_TYPE_CODE
            MOVE TYP_COUNT(TYPE_IDX) TO RFR_TYPE_COUNT
            MOVE TYP_QTY(TYPE_IDX) TO RFR_TYPE_QTY
            WRITE PRINT_RECORD FROM RFR_TYPE_LINE AFTER 1 LINE
            IF TYP_SIGN(TYPE_IDX) = "+"
                THEN
                    ADD TYP_QTY(TYPE_IDX) TO WK_JOURNAL_NET
                ELSE
                    SUBTRACT TYP_QTY(TYPE_IDX) FROM WK_JOURNAL_NET
            END-IF
        END-PERFORM.
        MOVE "CT" TO RFR_TYPE_CODE.
        MOVE WK_ADJ_COUNT TO RFR_TYPE_COUNT.
        MOVE WK_ADJ_NET TO RFR_TYPE_QTY.
        WRITE PRINT_RECORD FROM RFR_TYPE_LINE AFTER 1 LINE.
        ADD WK_ADJ_NET TO WK_JOURNAL_NET.
        MOVE ZERO TO WK_OPEN_TOTAL WK_CLOSE_TOTAL.
        PERFORM VARYING CNT_1 FROM 1 BY 1 UNTIL CNT_1 > 2
            PERFORM VARYING CNT_2 FROM 1 BY 1 UNTIL CNT_2 > 2
                PERFORM VARYING CNT_3 FROM 1 BY 1 UNTIL CNT_3 > 3
                    ADD OPEN_ITEM_1(CNT_1 CNT_2 CNT_3) TO WK_OPEN_TOTAL
                    ADD WORK_ITEM_1(CNT_1 CNT_2 CNT_3) TO WK_CLOSE_TOTAL
                END-PERFORM
            END-PERFORM
        END-PERFORM.
        COMPUTE WK_ROLLED_NET = WK_CLOSE_TOTAL - WK_OPEN_TOTAL.
        MOVE "ON-HAND AT SET DATE" TO RFR_TOTAL_TEXT.
        MOVE WK_OPEN_TOTAL TO RFR_TOTAL_QTY.
        WRITE PRINT_RECORD FROM RFR_TOTAL_LINE AFTER 2 LINE.
        MOVE "NET CHANGE PER JOURNALS" TO RFR_TOTAL_TEXT.
        MOVE WK_JOURNAL_NET TO RFR_TOTAL_QTY.
        WRITE PRINT_RECORD FROM RFR_TOTAL_LINE AFTER 1 LINE.
        MOVE "NET CHANGE ROLLED FORWARD" TO RFR_TOTAL_TEXT.
        MOVE WK_ROLLED_NET TO RFR_TOTAL_QTY.
        WRITE PRINT_RECORD FROM RFR_TOTAL_LINE AFTER 1 LINE.
        MOVE "ON-HAND AFTER ROLL-FORWARD" TO RFR_TOTAL_TEXT.
        MOVE WK_CLOSE_TOTAL TO RFR_TOTAL_QTY.
        WRITE PRINT_RECORD FROM RFR_TOTAL_LINE AFTER 1 LINE.
        IF WK_ROLLED_NET = WK_JOURNAL_NET
            THEN
                MOVE "ROLLED-FORWARD TOTALS AGREE WITH THE JOURNALS."
                    TO RFR_MESSAGE
            ELSE
                MOVE SPACE TO RFR_MESSAGE
                STRING "** OUT OF BALANCE. QUANTITY NOT TAKEN BECAUSE "
                    "STOCK WAS SHORT: " WK_CLAMPED_QTY
                    DELIMITED BY SIZE INTO RFR_MESSAGE
        END-IF.
        WRITE PRINT_RECORD FROM RFR_MESSAGE_LINE AFTER 1 LINE.
        IF WK_LOT_ROLL_SW = "Y"
            THEN
                PERFORM VARYING WK_LOT_SUB FROM 1 BY 1
                        UNTIL WK_LOT_SUB > LOT_TBL_SIZE
                    ADD LTB_QTY(WK_LOT_SUB) TO WK_LOT_CLOSE_TOTAL
                END-PERFORM
                MOVE "LOT QTY AT SET DATE" TO RFR_TOTAL_TEXT
                MOVE WK_LOT_OPEN_TOTAL TO RFR_TOTAL_QTY
                WRITE PRINT_RECORD FROM RFR_TOTAL_LINE AFTER 2 LINE
                MOVE "LOT QTY AFTER ROLL-FORWARD" TO RFR_TOTAL_TEXT
                MOVE WK_LOT_CLOSE_TOTAL TO RFR_TOTAL_QTY
                WRITE PRINT_RECORD FROM RFR_TOTAL_LINE AFTER 1 LINE
        END-IF.
    PRINT_TOTAL_EXIT.
    *>6.ロケーション別の前後
    PRINT_LOCATION_RTN SECTION.
        WRITE PRINT_RECORD FROM RFR_LOC_HEADING_LINE AFTER 2 LINE.
        PERFORM VARYING CNT_1 FROM 1 BY 1 UNTIL CNT_1 > 2
            PERFORM VARYING CNT_2 FROM 1 BY 1 UNTIL CNT_2 > 2
                PERFORM VARYING CNT_3 FROM 1 BY 1 UNTIL CNT_3 > 3
                    MOVE CNT_1 TO WK_LOC_WAREHOUSE
                    MOVE CNT_2 TO WK_LOC_BIN
                    MOVE CNT_3 TO WK_LOC_SHELF
                    MOVE WK_LOC TO RFR_LOC
                    MOVE OPEN_ITEM_1(CNT_1 CNT_2 CNT_3) TO RFR_LOC_BEFORE
                    MOVE WORK_ITEM_1(CNT_1 CNT_2 CNT_3) TO RFR_LOC_AFTER
                    COMPUTE WK_LOC_NET = WORK_ITEM_1(CNT_1 CNT_2 CNT_3)
                        - OPEN_ITEM_1(CNT_1 CNT_2 CNT_3)
                    MOVE WK_LOC_NET TO RFR_LOC_CHANGE
                    WRITE PRINT_RECORD FROM RFR_LOC_LINE AFTER 1 LINE
                END-PERFORM
            END-PERFORM
        END-PERFORM.
    PRINT_LOCATION_EXIT.
    *>7.パラメータの読み込み(セットの日付は必須。打ち切り点は空白なら打ち切らない)
    LOAD_PARM_RTN SECTION.
        OPEN INPUT RESTORE_PARM_FILE.
        IF RESTORE_PARM_STATUS = "00"
            THEN
                READ RESTORE_PARM_FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF RESTORE_PARM_DATE IS NUMERIC
                            THEN
                                MOVE RESTORE_PARM_DATE TO WK_SET_DATE
                        END-IF
                END-READ
                CLOSE RESTORE_PARM_FILE
        END-IF.
        OPEN INPUT PARM_FILE.
        IF PARM_STATUS NOT = "00"
            THEN
                GO TO LOAD_PARM_EXIT
        END-IF.
        MOVE SPACE TO PARM_RECORD.
        READ PARM_FILE
            AT END
                CONTINUE
            NOT AT END
                IF PRM_CUTOFF_DATE IS NUMERIC
                    THEN
                        MOVE PRM_CUTOFF_DATE TO WK_CUTOFF_DATE
                END-IF
                IF PRM_MOVE_LIMIT IS NUMERIC
                    THEN
                        MOVE PRM_MOVE_LIMIT TO WK_MOVE_LIMIT
                END-IF
                IF PRM_ADJ_LIMIT IS NUMERIC
                    THEN
                        MOVE PRM_ADJ_LIMIT TO WK_ADJ_LIMIT
                END-IF
                MOVE PRM_MODE TO WK_MODE
        END-READ.
        CLOSE PARM_FILE.
    LOAD_PARM_EXIT.
    *>8.現在のファイルとセットのバックアップの行単位の一致検査
    *>(Y=一致 N=不一致 M=セットにそのファイルが無い)
    MATCH_SET_RTN SECTION.
        MOVE SPACES TO WK_BACKUP_NAME.
        STRING "BK" DELIMITED BY SIZE
            WK_SET_DATE DELIMITED BY SIZE
            "." DELIMITED BY SIZE
            WK_CURRENT_NAME DELIMITED BY SPACE
            INTO WK_BACKUP_NAME.
        MOVE "Y" TO WK_MATCH_SW.
        OPEN INPUT BACKUP_FILE.
        IF BACKUP_STATUS NOT = "00"
            THEN
                MOVE "M" TO WK_MATCH_SW
                GO TO MATCH_SET_EXIT
        END-IF.
        OPEN INPUT CURRENT_FILE.
        IF CURRENT_STATUS NOT = "00"
            THEN
                MOVE "N" TO WK_MATCH_SW
                CLOSE BACKUP_FILE
                GO TO MATCH_SET_EXIT
        END-IF.
        PERFORM UNTIL BACKUP_STATUS NOT = "00"
                OR WK_MATCH_SW NOT = "Y"
            MOVE SPACE TO BACKUP_RECORD CURRENT_RECORD
            READ BACKUP_FILE
                AT END
                    CONTINUE
            END-READ
            READ CURRENT_FILE
                AT END
                    CONTINUE
            END-READ
            IF BACKUP_STATUS NOT = CURRENT_STATUS
                    OR BACKUP_RECORD NOT = CURRENT_RECORD
                THEN
                    MOVE "N" TO WK_MATCH_SW
            END-IF
        END-PERFORM.
        CLOSE BACKUP_FILE.
        CLOSE CURRENT_FILE.
    MATCH_SET_EXIT.
    *>9.在庫ポジションの読み込みと書き戻し(全ポジションを書き出す)
    LOAD_INVENTORY_RTN SECTION.
        MOVE ZERO TO WORK_ITEM.
        OPEN INPUT INVENTORY_POSITION_FILE.
        IF INV_FILE_STATUS = "00"
            THEN
                PERFORM UNTIL INV_FILE_STATUS NOT = "00"
                    READ INVENTORY_POSITION_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            MOVE INV_QTY TO WORK_ITEM_1
                                (INV_WAREHOUSE INV_BIN INV_SHELF)
                    END-READ
                END-PERFORM
                CLOSE INVENTORY_POSITION_FILE
        END-IF.
    LOAD_INVENTORY_EXIT.
    SAVE_INVENTORY_RTN SECTION.
        OPEN OUTPUT INVENTORY_POSITION_FILE.
        PERFORM VARYING CNT_1 FROM 1 BY 1 UNTIL CNT_1 > 2
            PERFORM VARYING CNT_2 FROM 1 BY 1 UNTIL CNT_2 > 2
                PERFORM VARYING CNT_3 FROM 1 BY 1 UNTIL CNT_3 > 3
                    MOVE CNT_1 TO INV_WAREHOUSE
                    MOVE CNT_2 TO INV_BIN
                    MOVE CNT_3 TO INV_SHELF
                    MOVE WORK_ITEM_1(CNT_1 CNT_2 CNT_3) TO INV_QTY
                    WRITE INVENTORY_POSITION_RECORD
                END-PERFORM
            END-PERFORM
        END-PERFORM.
        CLOSE INVENTORY_POSITION_FILE.
    SAVE_INVENTORY_EXIT.
    *>10.ロット別在庫の読み込みと書き戻し(残量0のロットは書き戻さない)
    LOAD_LOT_RTN SECTION.
        OPEN INPUT LOT_POSITION_FILE.
        IF LOT_POSITION_STATUS = "00"
            THEN
                PERFORM UNTIL LOT_POSITION_STATUS NOT = "00"
                    READ LOT_POSITION_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF LOT_TBL_SIZE < 300
                                THEN
                                    ADD 1 TO LOT_TBL_SIZE
                                    SET LOT_IDX TO LOT_TBL_SIZE
                                    MOVE LOTP_WAREHOUSE
                                        TO LTB_WAREHOUSE(LOT_IDX)
                                    MOVE LOTP_BIN TO LTB_BIN(LOT_IDX)
                                    MOVE LOTP_SHELF
                                        TO LTB_SHELF(LOT_IDX)
                                    MOVE LOTP_LOT TO LTB_LOT(LOT_IDX)
                                    MOVE LOTP_EXPIRY
                                        TO LTB_EXPIRY(LOT_IDX)
                                    MOVE LOTP_QTY TO LTB_QTY(LOT_IDX)
                                    ADD LOTP_QTY TO WK_LOT_OPEN_TOTAL
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE LOT_POSITION_FILE
        END-IF.
    LOAD_LOT_EXIT.
    SAVE_LOT_RTN SECTION.
        OPEN OUTPUT LOT_POSITION_FILE.
        PERFORM VARYING WK_LOT_SUB FROM 1 BY 1
                UNTIL WK_LOT_SUB > LOT_TBL_SIZE
            IF LTB_QTY(WK_LOT_SUB) > ZERO
                THEN
                    MOVE SPACE TO LOT_POSITION_RECORD
                    MOVE LTB_WAREHOUSE(WK_LOT_SUB) TO LOTP_WAREHOUSE
                    MOVE LTB_BIN(WK_LOT_SUB) TO LOTP_BIN
                    MOVE LTB_SHELF(WK_LOT_SUB) TO LOTP_SHELF
                    MOVE LTB_LOT(WK_LOT_SUB) TO LOTP_LOT
                    MOVE LTB_EXPIRY(WK_LOT_SUB) TO LOTP_EXPIRY
                    MOVE LTB_QTY(WK_LOT_SUB) TO LOTP_QTY
                    WRITE LOT_POSITION_RECORD
            END-IF
        END-PERFORM.
        CLOSE LOT_POSITION_FILE.
    SAVE_LOT_EXIT.
*>RestoreParm.txtの1行 = 復元したセットの日付(8桁。APPLICATION_108と共用)
*>RollForwardParm.txtの1行 = 最終日付(8) 空白 移動ジャーナルの最終行番号(7)
*>空白 調整ジャーナルの最終行番号(7) 空白 処理区分(1:U=更新)
*>  例 "20261016 0000125 0000003 U" = 16日の分まで、移動は125行目まで、
*>  調整は3行目まで積み直す。行番号は報告書の"LINE"欄(ジャーナルの先頭からの行番号)
*>  障害の直前の誤った移動を除く場合は、予告の報告書で行番号を確かめて指定する
*>同じ日付の移動と調整はどちらが先に記帳されたかがジャーナルから分からないため、
*>移動を先にする(調整は差異数量で加減するので日の終わりの数量は順序によらない)
*>数量が足りない出庫・調整は0で止め、報告書の差(OUT OF BALANCE)に出す
