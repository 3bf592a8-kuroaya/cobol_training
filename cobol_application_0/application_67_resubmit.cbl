*>  ・失敗した行 → サイクル数+1でReject1.txtへ書き戻す
*>  ・サイクル数が上限(3回)に達した行 → GiveUpReport.txtへ(データ管理へ回す)
*>サイクル数はRejectCycle.txt(TID別)で管理する
*>追加する行のtstamp列には最終更新スタンプ(ROW_STAMP)を入れる
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_67_RESUBMIT.
ENVIRONMENT DIVISION.
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
            01 TID PIC X(4).
            01 TNAME PIC X(10).
            01 TSTAMP PIC X(16).
        EXEC SQL END DECLARE SECTION END-EXEC.
    *>2.共通領域の定義
        EXEC SQL INCLUDE SQLCA END-EXEC.
*>再INSERTの試行
        MOVE RJT_TID(REJ_IDX) TO TID.
        MOVE RJT_TNAME(REJ_IDX) TO TNAME.
        CALL "ROW_STAMP" USING TSTAMP.
        EXEC SQL
            INSERT INTO test
            (tid,tname,tstamp)
            VALUES (:TID,:TNAME,:TSTAMP)
        END-EXEC.
        IF SQLCODE = ZERO
            THEN
