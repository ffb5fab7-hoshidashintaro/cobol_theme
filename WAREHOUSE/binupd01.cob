       *>  保管場所更新トランザクションファイル（追加・変更・削除）を
       *>  商品コードをキーとする保管場所マスタへ反映する。
       *>  保管場所マスタはゾーン・通路・棚を保持し、ピッキングリスト発行
       *>  （PICKET01）と入庫指示リスト発行（PUTLST01）が印刷順の決定と
       *>  場所表示に参照する。
       *>  ゾーン・通路・棚は前方ピッキング棚を表し、補充上限数・補充基準数・
       *>  現在数と予備棚（最大３か所）を併せて保持する。変更トランザクションは
       *>  全項目を置き換えるため、現在数には実棚数を指定する。前方棚の現在数
       *>  はウェーブ前補充指示リスト発行（REPLEN01）が補充・引当後の数へ更新する。
       *>  反映した変更は変更前後のイメージを変更履歴ファイル（BIH01）へ
       *>  書き出す（KOKYAKU_UPDATE01と同じ方式）。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       SELECT    BER01-ERROR-FILE     ASSIGN       TO   "BER01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>[出力]変更履歴ファイル（変更前後のイメージを記録・追記）
       *>----------------------------------------------------------------------------
       SELECT    BIH01-HISTORY-FILE   ASSIGN       TO   "BIH01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS BIH-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                                DIVISION.
            03   BTR01-LOC-ZONE                PIC X(002).
            03   BTR01-LOC-TSURO               PIC X(003).
            03   BTR01-LOC-TANA                PIC X(003).
       *>   --前方ピッキング棚（上記ゾーン・通路・棚）の補充上限数・
       *>     補充基準数（下回ると予備棚から補充する）と現在数--
            03   BTR01-HOJU-MAX-SU             PIC 9(005).
            03   BTR01-HOJU-MIN-SU             PIC 9(005).
            03   BTR01-FORWARD-SU              PIC 9(006).
       *>   --予備（保管）棚。補充元として先頭から使用する--
            03   BTR01-RESERVE-LOC             OCCURS 3.
                 05   BTR01-RSV-ZONE           PIC X(002).
                 05   BTR01-RSV-TSURO          PIC X(003).
                 05   BTR01-RSV-TANA           PIC X(003).
       *>----------------------------------------------------------------------------
       *>[入出力]保管場所マスタファイルのレイアウト定義
       *>----------------------------------------------------------------------------
            03   BIN01-LOC-ZONE                PIC X(002).
            03   BIN01-LOC-TSURO               PIC X(003).
            03   BIN01-LOC-TANA                PIC X(003).
       *>   --前方ピッキング棚（上記ゾーン・通路・棚）の補充上限数・
       *>     補充基準数（下回ると予備棚から補充する）と現在数--
            03   BIN01-HOJU-MAX-SU             PIC 9(005).
            03   BIN01-HOJU-MIN-SU             PIC 9(005).
            03   BIN01-FORWARD-SU              PIC 9(006).
       *>   --予備（保管）棚。補充元として先頭から使用する--
            03   BIN01-RESERVE-LOC             OCCURS 3.
                 05   BIN01-RSV-ZONE           PIC X(002).
                 05   BIN01-RSV-TSURO          PIC X(003).
                 05   BIN01-RSV-TANA           PIC X(003).
       *>----------------------------------------------------------------------------
       *>[出力]更新エラーファイルのレイアウト定義
       *>----------------------------------------------------------------------------
            03   BER01-SHOHIN-CODE             PIC X(006).
            03   BER01-ERROR-KUBUN             PIC X(015).
       *>----------------------------------------------------------------------------
       *>[出力]変更履歴ファイルのレイアウト定義
       *>  イメージは保管場所マスタの商品コードより後ろ（４８バイト）。
       *>  追加は変更前イメージがスペース、削除は変更後イメージがスペースとなる
       *>----------------------------------------------------------------------------
       FD   BIH01-HISTORY-FILE.
       01   BIH01-RECODE.
            03   BIH01-HENKOU-DATE             PIC 9(008).
            03   BIH01-HENKOU-TIME             PIC 9(006).
            03   BIH01-TORIHIKI-KUBUN          PIC X(001).
            03   BIH01-SHOHIN-CODE             PIC X(006).
            03   BIH01-MAE-IMAGE               PIC X(048).
            03   BIH01-ATO-IMAGE               PIC X(048).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
       *>
       01   BIN-FILE-STATUS                   PIC XX.
       01   IN-FILE-STATUS                    PIC XX.
       01   BIH-FILE-STATUS                   PIC XX.
       *>
       *>--変更日時（変更履歴へ記録する）--
       01   WRK-HENKOU-DATE                   PIC 9(008).
       01   WRK-HENKOU-TIME                   PIC 9(008).
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
           MOVE   ZERO       TO   WRK-OUT-COUNT.
           MOVE   ZERO       TO   WRK-ERROR-COUNT.
       *>
       *>  変更日時の取得
           ACCEPT   WRK-HENKOU-DATE   FROM   DATE   YYYYMMDD.
           ACCEPT   WRK-HENKOU-TIME   FROM   TIME.
       *>
       *>ファイルのオープン
           OPEN   INPUT    BTR01-KOUSIN-FILE
                  OUTPUT   BER01-ERROR-FILE
                  I-O      BIN01-LOCATION-MASTER
                  EXTEND   BIH01-HISTORY-FILE.
       *>
       *>  変更履歴ファイルが無い初回実行時は新規作成する
           IF   BIH-FILE-STATUS   =   "35"   THEN
                OPEN   OUTPUT   BIH01-HISTORY-FILE
           END-IF.
       *>
       *>  保管場所マスタが無い初回実行時は新規作成する
           IF   BIN-FILE-STATUS   =   "35"   THEN
       *>ファイルのクローズ
           CLOSE   BTR01-KOUSIN-FILE
                   BIN01-LOCATION-MASTER
                   BER01-ERROR-FILE
                   BIH01-HISTORY-FILE.
       *>
       *>更新件数・エラー件数の表示
           MOVE   WRK-OUT-COUNT   TO   MSG2-COUNT.
           MOVE   BTR01-LOC-ZONE      TO   BIN01-LOC-ZONE.
           MOVE   BTR01-LOC-TSURO     TO   BIN01-LOC-TSURO.
           MOVE   BTR01-LOC-TANA      TO   BIN01-LOC-TANA.
           MOVE   BTR01-HOJU-MAX-SU   TO   BIN01-HOJU-MAX-SU.
           MOVE   BTR01-HOJU-MIN-SU   TO   BIN01-HOJU-MIN-SU.
           MOVE   BTR01-FORWARD-SU    TO   BIN01-FORWARD-SU.
           MOVE   BTR01-RESERVE-LOC(1)  TO   BIN01-RESERVE-LOC(1).
           MOVE   BTR01-RESERVE-LOC(2)  TO   BIN01-RESERVE-LOC(2).
           MOVE   BTR01-RESERVE-LOC(3)  TO   BIN01-RESERVE-LOC(3).
           MOVE   SPACE                TO   BIH01-MAE-IMAGE.
           MOVE   BIN01-RECODE(7:48)   TO   BIH01-ATO-IMAGE.
       *>
           WRITE   BIN01-RECODE.
       *>
           IF   BIN-FILE-STATUS   =   "00"   THEN
                ADD   1   TO   WRK-OUT-COUNT
                PERFORM   HISTORY-FILE-WRITE-PROC
           ELSE
                MOVE   "TORO-ZUMI"   TO   BER01-ERROR-KUBUN
                PERFORM   ERROR-FILE-WRITE-PROC
                     PERFORM   ERROR-FILE-WRITE-PROC
       *>
               NOT   INVALID   KEY
                     MOVE   BIN01-RECODE(7:48)   TO   BIH01-MAE-IMAGE
                     MOVE   BTR01-LOC-ZONE    TO   BIN01-LOC-ZONE
                     MOVE   BTR01-LOC-TSURO   TO   BIN01-LOC-TSURO
                     MOVE   BTR01-LOC-TANA    TO   BIN01-LOC-TANA
                     MOVE   BTR01-HOJU-MAX-SU TO   BIN01-HOJU-MAX-SU
                     MOVE   BTR01-HOJU-MIN-SU TO   BIN01-HOJU-MIN-SU
                     MOVE   BTR01-FORWARD-SU  TO   BIN01-FORWARD-SU
                     MOVE   BTR01-RESERVE-LOC(1)
                                              TO   BIN01-RESERVE-LOC(1)
                     MOVE   BTR01-RESERVE-LOC(2)
                                              TO   BIN01-RESERVE-LOC(2)
                     MOVE   BTR01-RESERVE-LOC(3)
                                              TO   BIN01-RESERVE-LOC(3)
                     MOVE   BIN01-RECODE(7:48)   TO   BIH01-ATO-IMAGE
                     REWRITE   BIN01-RECODE
                     ADD   1   TO   WRK-OUT-COUNT
                     PERFORM   HISTORY-FILE-WRITE-PROC
       *>
           END-READ.
       *>
                     PERFORM   ERROR-FILE-WRITE-PROC
       *>
               NOT   INVALID   KEY
                     MOVE   BIN01-RECODE(7:48)   TO   BIH01-MAE-IMAGE
                     MOVE   SPACE                TO   BIH01-ATO-IMAGE
                     DELETE   BIN01-LOCATION-MASTER
                     ADD   1   TO   WRK-OUT-COUNT
                     PERFORM   HISTORY-FILE-WRITE-PROC
       *>
           END-READ.
       *>
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>変更履歴ファイルの書き込み処理（変更前後のイメージを記録）
       *>----------------------------------------------------------------------------
       HISTORY-FILE-WRITE-PROC            SECTION.
       *>
           MOVE   WRK-HENKOU-DATE        TO   BIH01-HENKOU-DATE.
           MOVE   WRK-HENKOU-TIME(1:6)   TO   BIH01-HENKOU-TIME.
           MOVE   BTR01-TORIHIKI-KUBUN   TO   BIH01-TORIHIKI-KUBUN.
           MOVE   BTR01-SHOHIN-CODE      TO   BIH01-SHOHIN-CODE.
       *>
           WRITE   BIH01-RECODE.
       *>
       HISTORY-FILE-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>更新エラーファイルの書き込み処理
       *>----------------------------------------------------------------------------
       ERROR-FILE-WRITE-PROC              SECTION.
