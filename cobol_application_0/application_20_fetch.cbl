*>FetchParm.txtのモード"E"を指定すると、取得した行を画面表示ではなく
*>抽出ファイル(DbExtract.txt:ヘッダ+明細+件数トレーラ)へ書き出す
*>(後続のファイル系ステップがDBのデータを直接入力にできる)
*>抽出の明細には行の最終更新スタンプ(tstamp)と抽出時のTNAMEを付ける。
*>抽出を修正してAPPLICATION_23_UPDATE_2で戻すとき、抽出後に他の実行が
*>同じTIDを変更していれば23はその行を更新せず競合として報告する
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_20_FETCH.
ENVIRONMENT DIVISION.
        05 EXT_HDR_DATE PIC 9(08).
        05 EXT_HDR_FROM PIC X(04).
        05 EXT_HDR_TO PIC X(04).
*>明細 = TID、TNAME(修正する項目)、抽出時のスタンプ、抽出時のTNAME(修正しない)
    01 DB_EXTRACT_RECORD.
        05 EXT_TID PIC X(04).
        05 EXT_TNAME PIC X(10).
        05 EXT_STAMP PIC X(16).
        05 EXT_ORIG_TNAME PIC X(10).
    01 DB_EXTRACT_TRAILER.
        05 EXT_TRL_TAG PIC X(07).
        05 EXT_TRL_CNT PIC 9(07).
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
            01 TID PIC X(4).
            01 TNAME PIC X(10).
            01 TSTAMP PIC X(16).
            01 PARM-TID-FROM PIC X(4) VALUE "0000".
            01 PARM-TID-TO PIC X(4) VALUE "9999".
            01 SW-AREA.
        OPEN-RTN SECTION.
            EXEC SQL
                DECLARE CSR01 CURSOR FOR
                SELECT tid,tname,tstamp
                FROM test
                WHERE tid BETWEEN :PARM-TID-FROM AND :PARM-TID-TO
            END-EXEC.
        FETCH-RTN SECTION.
            EXEC SQL 
                FETCH CSR01
                INTO :TID,:TNAME,:TSTAMP
            END-EXEC.
    *>
            IF SQLCODE = CST-SQL-NF
                        THEN
*>抽出モード:取得行を抽出ファイルへ書く(画面に流して消えるのをやめる)
                            MOVE TID TO EXT_TID
                            MOVE TNAME TO EXT_TNAME EXT_ORIG_TNAME
                            MOVE TSTAMP TO EXT_STAMP
                            WRITE DB_EXTRACT_RECORD
                            ADD 1 TO WK-EXTRACT-CNT
                        ELSE
                CLOSE CSR01
            END-EXEC.
        CLOSE-EXIT.
    END PROGRAM APPLICATION_20_FETCH.

*>カーソルの宣言
*>DECLARE カーソル名 CURSOR FOR
