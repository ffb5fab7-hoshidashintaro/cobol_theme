       *>  更新し、通番不一致の確認と未確認のままの配信を
       *>  配信状況レポートへ印刷する。ファイル内容の整合はFILEVER01が、
       *>  配達の確認は本処理が受け持つ。
       *>  店別抽出ファイルは抽出側の各処理（POSDL01・BURST01等）が追記し、
       *>  本処理が配信を書き出した後に空にする。同じ店の抽出は書き出された
       *>  順のまま包む。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       FD   EXT01-CHUSHUTSU-FILE.
       01   EXT01-RECODE.
            03   EXT01-MISEBAN                PIC X(003).
            03   EXT01-NAIYO                  PIC X(157).
       *>----------------------------------------------------------------------------
       *>ソート作業ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       SD   ST-CHUSHUTSU-FILE.
       01   ST-RECODE.
            03   ST-MISEBAN                   PIC X(003).
            03   ST-NAIYO                     PIC X(157).
       *>----------------------------------------------------------------------------
       *>[入力]受信確認ファイルのレイアウト定義（店番・通番・結果）
       *>----------------------------------------------------------------------------
       *>  （レコード区分：EH＝ヘッダ、ED＝データ、ET＝トレーラ）
       *>----------------------------------------------------------------------------
       FD   ENV01-HAISHIN-FILE.
       01   ENV01-RECODE                      PIC X(170).
       *>----------------------------------------------------------------------------
       *>[出力]配信状況レポートのレイアウト定義
       *>----------------------------------------------------------------------------
            03   WRK-EH-HAISHIN-BI            PIC 9(008).
       01   WRK-ENV-DETAIL.
            03   FILLER                       PIC X(002) VALUE "ED".
            03   WRK-ED-NAIYO                 PIC X(160).
       01   WRK-ENV-TRAILER.
            03   FILLER                       PIC X(002) VALUE "ET".
            03   WRK-ET-MISEBAN               PIC X(003).
           IF   WRK-MODE-HAISHIN   THEN
                SORT   ST-CHUSHUTSU-FILE
                       ON   ASCENDING   KEY   ST-MISEBAN
                       WITH   DUPLICATES   IN   ORDER
                    USING    EXT01-CHUSHUTSU-FILE
                    OUTPUT   PROCEDURE   HAISHIN-CONTROL-PROC
       *>       配信済みの抽出は消去する（次回の抽出は空のファイルへ追記）
                OPEN    OUTPUT   EXT01-CHUSHUTSU-FILE
                CLOSE   EXT01-CHUSHUTSU-FILE
           ELSE
                PERFORM   ACK-TOTSUGO-CONTROL-PROC
           END-IF.
                PERFORM   ENV-HEADER-WRITE-PROC
           END-IF.
       *>
           MOVE   SPACE       TO   WRK-ENV-DETAIL(3:160).
           MOVE   ST-RECODE   TO   WRK-ED-NAIYO.
           MOVE   WRK-ENV-DETAIL   TO   ENV01-RECODE.
           WRITE  ENV01-RECODE.
