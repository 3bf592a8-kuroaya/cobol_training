*>日次バックアップ 毎回その場で書き換わるステートフルなマスタ
*>(EmployeeMaster/ProductMaster/InventoryPosition/PeriodAccum/
*>PayYtdMaster/OpenItems/RecycleState/LotPosition)を、業務日付つきのバックアップセット
*>(BKyyyymmdd.元名)へ複写する
*>各複写は件数とチェックサムを取り直して原本と突き合わせ(検証つき複写)、
*>マニフェスト(BKyyyymmdd.manifest:ファイル名/件数/チェックサム)を書く
*>戻しはAPPLICATION_108_RESTOREがセット単位で行う(月曜の1本と火曜の1本を
*>混ぜて戻せないように、復元は必ずマニフェストのセット全体)
*>ロット別在庫(LotPosition.txt)は在庫ポジションと対で戻さないと食い違うため
*>セットに含める(復元後のロールフォワードAPPLICATION_169_ROLL_FORWARDが
*>両方をセットの時点から積み直す)
*>あわせて容量記録(BKyyyymmdd.volume:ファイル名/件数/バイト数)を書く。
*>セットのマスタに加え、日々伸び続ける履歴・ジャーナル・ログ(複写はしない)の
*>件数とバイト数も測る(APPLICATION_170_VOLUME_TRENDが日々の記録から伸びを見る)
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_107_BACKUP.
ENVIRONMENT DIVISION.
            ASSIGN TO DYNAMIC WK_MANIFEST_NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MANIFEST_STATUS.
        SELECT VOLUME_FILE
            ASSIGN TO DYNAMIC WK_VOLUME_NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS VOLUME_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD SOURCE_FILE.
            05 MAN_COUNT PIC 9(07).
            05 FILLER PIC X(01) VALUE SPACE.
            05 MAN_CHECKSUM PIC 9(13).
        FD VOLUME_FILE.
        01 VOLUME_RECORD.
            05 VOL_FILE_NAME PIC X(30).
            05 FILLER PIC X(01) VALUE SPACE.
            05 VOL_COUNT PIC 9(07).
            05 FILLER PIC X(01) VALUE SPACE.
            05 VOL_BYTES PIC 9(11).
    WORKING-STORAGE SECTION.
        01 SOURCE_STATUS PIC XX.
        01 TARGET_STATUS PIC XX.
        01 MANIFEST_STATUS PIC XX.
        01 VOLUME_STATUS PIC XX.
        01 WK_SOURCE_NAME PIC X(30).
        01 WK_TARGET_NAME PIC X(40).
        01 WK_MANIFEST_NAME PIC X(40).
        01 WK_VOLUME_NAME PIC X(40).
        01 WK_BACKUP_DATE PIC 9(08).
        01 WK_DATE_X PIC X(08).
*>バックアップ対象マスタの一覧(増えたらここへ行を足す)
        01 MASTER_TBL_AREA.
            05 MASTER_TBL_SIZE PIC 9(02) VALUE 8.
            05 MASTER_TBL OCCURS 8 TIMES INDEXED BY MASTER_IDX.
                10 MST_NAME PIC X(30).
*>容量だけを測る伸び続けるファイルの一覧(複写しない。増えたらここへ行を足す)
        01 GROWTH_TBL_AREA.
            05 GROWTH_TBL_SIZE PIC 9(02) VALUE 10.
            05 GROWTH_TBL OCCURS 10 TIMES INDEXED BY GROWTH_IDX.
                10 GRW_NAME PIC X(30).
*>複写1本分の計数エリア(件数とチェックサム=全レコードの文字値合計)
        01 WK_COPY_CNT PIC 9(07).
        01 WK_COPY_SUM PIC 9(13).
        01 WK_COPY_BYTES PIC 9(11).
        01 WK_LINE_LEN PIC 9(03).
        01 WK_VERIFY_CNT PIC 9(07).
        01 WK_VERIFY_SUM PIC 9(13).
        01 WK_CHAR_SUB PIC 9(03).
            ".manifest" DELIMITED BY SIZE
            INTO WK_MANIFEST_NAME.
        OPEN OUTPUT MANIFEST_FILE.
        MOVE SPACES TO WK_VOLUME_NAME.
        STRING "BK" DELIMITED BY SIZE
            WK_DATE_X DELIMITED BY SIZE
            ".volume" DELIMITED BY SIZE
            INTO WK_VOLUME_NAME.
        OPEN OUTPUT VOLUME_FILE.
    *>主処理(マスタ1本ずつ複写→検証→マニフェスト行)
        PERFORM BACKUP-ONE-RTN
            VARYING MASTER_IDX FROM 1 BY 1
            UNTIL MASTER_IDX > MASTER_TBL_SIZE.
        PERFORM MEASURE-ONE-RTN
            VARYING GROWTH_IDX FROM 1 BY 1
            UNTIL GROWTH_IDX > GROWTH_TBL_SIZE.
    *>終了処理
        CLOSE MANIFEST_FILE.
        CLOSE VOLUME_FILE.
        DISPLAY "BACKUP SET " WK_DATE_X " COMPLETE. FILES: "
            WK_DONE_CNT " FAILED: " WK_FAIL_CNT.
        IF WK_FAIL_CNT > ZERO
            "." DELIMITED BY SIZE
            MST_NAME(MASTER_IDX) DELIMITED BY SPACE
            INTO WK_TARGET_NAME.
        MOVE ZERO TO WK_COPY_CNT WK_COPY_SUM WK_COPY_BYTES.
        OPEN INPUT SOURCE_FILE.
        IF SOURCE_STATUS NOT = "00"
            THEN
                    ADD 1 TO WK_COPY_CNT
                    PERFORM SUM-RECORD-RTN
                    ADD WK_CHAR_ORD TO WK_COPY_SUM
                    PERFORM LINE-LENGTH-RTN
                    ADD WK_LINE_LEN TO WK_COPY_BYTES
            END-READ
        END-PERFORM.
        CLOSE SOURCE_FILE.
                MOVE WK_COPY_CNT TO MAN_COUNT
                MOVE WK_COPY_SUM TO MAN_CHECKSUM
                WRITE MANIFEST_RECORD
                PERFORM WRITE-VOLUME-RTN
                ADD 1 TO WK_DONE_CNT
                DISPLAY "BACKED UP " WK_SOURCE_NAME
                    " (" WK_COPY_CNT " RECORDS)"
            END-IF
        END-PERFORM.
    SUM-RECORD-EXIT.
    *>共通.レコード1件分のバイト数(末尾の空白を除いた長さ+改行1をWK_LINE_LENへ)
    LINE-LENGTH-RTN SECTION.
        MOVE 100 TO WK_LINE_LEN.
        PERFORM UNTIL WK_LINE_LEN = ZERO
                OR SOURCE_RECORD(WK_LINE_LEN:1) NOT = SPACE
            SUBTRACT 1 FROM WK_LINE_LEN
        END-PERFORM.
        ADD 1 TO WK_LINE_LEN.
    LINE-LENGTH-EXIT.
    *>共通.容量記録1行(ファイル名/件数/バイト数)
    WRITE-VOLUME-RTN SECTION.
        MOVE SPACE TO VOLUME_RECORD.
        MOVE WK_SOURCE_NAME TO VOL_FILE_NAME.
        MOVE WK_COPY_CNT TO VOL_COUNT.
        MOVE WK_COPY_BYTES TO VOL_BYTES.
        WRITE VOLUME_RECORD.
    WRITE-VOLUME-EXIT.
    *>3.伸び続けるファイル1本分の容量測定(複写はしない。無ければ記録しない)
    MEASURE-ONE-RTN SECTION.
        MOVE GRW_NAME(GROWTH_IDX) TO WK_SOURCE_NAME.
        MOVE ZERO TO WK_COPY_CNT WK_COPY_BYTES.
        OPEN INPUT SOURCE_FILE.
        IF SOURCE_STATUS NOT = "00"
            THEN
                GO TO MEASURE-ONE-EXIT
        END-IF.
        PERFORM UNTIL SOURCE_STATUS NOT = "00"
            MOVE SPACE TO SOURCE_RECORD
            READ SOURCE_FILE
                AT END
                    CONTINUE
                NOT AT END
                    ADD 1 TO WK_COPY_CNT
                    PERFORM LINE-LENGTH-RTN
                    ADD WK_LINE_LEN TO WK_COPY_BYTES
            END-READ
        END-PERFORM.
        CLOSE SOURCE_FILE.
        PERFORM WRITE-VOLUME-RTN.
    MEASURE-ONE-EXIT.
    *>2.対象マスタ一覧の構築
    INIT-MASTER-TBL-RTN SECTION.
        MOVE "EmployeeMaster.txt" TO MST_NAME(1).
        MOVE "PayYtdMaster.txt" TO MST_NAME(5).
        MOVE "OpenItems.txt" TO MST_NAME(6).
        MOVE "RecycleState.txt" TO MST_NAME(7).
        MOVE "LotPosition.txt" TO MST_NAME(8).
        MOVE "SalesHistory.txt" TO GRW_NAME(1).
        MOVE "MovementJournal.txt" TO GRW_NAME(2).
        MOVE "AdjustmentJournal.txt" TO GRW_NAME(3).
        MOVE "AuditLog.txt" TO GRW_NAME(4).
        MOVE "SessionLog.txt" TO GRW_NAME(5).
        MOVE "PayHistory.txt" TO GRW_NAME(6).
        MOVE "GlJournal.txt" TO GRW_NAME(7).
        MOVE "ArReceiptHistory.txt" TO GRW_NAME(8).
        MOVE "BatchPerfLog.txt" TO GRW_NAME(9).
        MOVE "RunHistory.txt" TO GRW_NAME(10).
    INIT-MASTER-TBL-EXIT.
*>バックアップセット = BKyyyymmdd.<元名> の8本 + BKyyyymmdd.manifest
*>容量記録 BKyyyymmdd.volume = ファイル名(30) 空白 件数(7) 空白 バイト数(11)
*>  バイト数は各行の末尾空白を除いた長さ+改行の合計(先頭100桁までで数える)
*>  セットのマスタは検証済みの複写分、伸び続けるファイルは測った時点の値
*>  (復元の対象ではないのでマニフェストには載せない)
*>チェックサムは各レコードの非空白文字数の合計(切り詰め・欠落の検出用。
*>内容の改ざん検出までは狙わない)
*>RETURN-CODE 0=全件検証済み 16=検証不一致あり(そのセットで復元しないこと)
