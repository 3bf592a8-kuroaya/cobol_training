*>ROW_STAMP "test"テーブルの行の最終更新スタンプ(tstamp列)を作る共通サブルーチン
*>現在日時の 年月日時分秒+1/100秒(16桁)を返す
*>"test"テーブルへINSERT/UPDATEするプログラムは、このスタンプをtstamp列へ入れる
*>APPLICATION_20_FETCHの抽出はスタンプも書き出し、APPLICATION_23_UPDATE_2は
*>抽出時のスタンプと現在のスタンプが一致する行だけを更新する(抽出から更新までの
*>間に他の実行が同じ行を変更していれば、後の更新で上書きしない)
IDENTIFICATION DIVISION.
PROGRAM-ID. ROW_STAMP.
DATA DIVISION.
    WORKING-STORAGE SECTION.
        01 RS-CURRENT-DATE PIC X(21).
    LINKAGE SECTION.
        01 RS-STAMP PIC X(16).
PROCEDURE DIVISION USING RS-STAMP.
    MAIN-RTN SECTION.
        MOVE FUNCTION CURRENT-DATE TO RS-CURRENT-DATE.
        MOVE RS-CURRENT-DATE(1:16) TO RS-STAMP.
        EXIT PROGRAM.
    MAIN-EXIT.
END PROGRAM ROW_STAMP.
*>tstamp列 = CHAR(16) NOT NULL DEFAULT ' '
*>  (ALTER TABLE test ADD COLUMN tstamp CHAR(16) NOT NULL DEFAULT ' ')
*>列の追加前からある行・スタンプを入れないプログラムが追加した行は空白のまま
