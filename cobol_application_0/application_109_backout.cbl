        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
            01 HV-TID PIC X(04).
            01 HV-TNAME PIC X(10).
            01 HV-TSTAMP PIC X(16).
        EXEC SQL END DECLARE SECTION END-EXEC.

        *>2.共通領域の定義
    *>1.監査エントリ1件分の逆操作
    REVERSE-ONE-RTN SECTION.
        MOVE ADT_KEY(WK_AUD_SUB)(1:4) TO HV-TID.
        CALL "ROW_STAMP" USING HV-TSTAMP.
        EVALUATE ADT_OPERATION(WK_AUD_SUB)
            WHEN "INSERT"
*>追加の取り消し=削除
                MOVE ADT_BEFORE(WK_AUD_SUB) TO HV-TNAME DET_VALUE
                EXEC SQL
                    UPDATE test
                    SET tname = :HV-TNAME, tstamp = :HV-TSTAMP
                    WHERE tid = :HV-TID
                END-EXEC
            WHEN "DELETE"
                MOVE ADT_BEFORE(WK_AUD_SUB) TO HV-TNAME DET_VALUE
                EXEC SQL
                    INSERT INTO test
                    (tid, tname, tstamp)
                    VALUES (:HV-TID, :HV-TNAME, :HV-TSTAMP)
                END-EXEC
            WHEN OTHER
                MOVE "UNKNOWN-OP" TO DET_ACTION
*>AuditLog.txtを目視確認のうえで行うこと
*>キーは"test"テーブルのtid(監査キーの先頭4桁)。打ち消しの記帳は
*>操作"BACKOUT"、before=取り消した後値、after=戻した値として残る
*>戻しUPDATE・再INSERTした行には新しい最終更新スタンプ(ROW_STAMP)を入れる
*>(抽出済の修正がAPPLICATION_23_UPDATE_2で取り消しを上書きしないように)
