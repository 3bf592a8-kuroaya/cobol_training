*>RestoreParm.txtの1行 = 復元するセットの日付(8桁YYYYMMDD)
*>第1パスで全ファイルの検証が通った場合のみ第2パスでまとめて戻す
*>復元後はそのセットの日付時点の状態になる(以後の移動・支給は再投入が要る)
*>在庫ポジションとロット別在庫は、移動・調整ジャーナルからの
*>ロールフォワード(APPLICATION_169_ROLL_FORWARD)で障害直前まで積み直せる
