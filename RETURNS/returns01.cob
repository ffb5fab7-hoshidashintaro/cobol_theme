       *>  理由別の返品集計レポートを印刷する。
       *>  理由コード不正・商品マスタ該当なしの返品は例外ファイルへ書き出し、
       *>  在庫へは反映しない。
       *>  シリアル番号管理品の返品は１台ごとにシリアル番号を付けて受け付け、
       *>  シリアル台帳（SRL01・STATUS01が出荷時に登録する）で当該受注へ
       *>  出荷したシリアル番号であることを確かめてから受け入れる（受入済みの
       *>  シリアル番号は台帳へ返品日を記録し、二重の返品を防ぐ）。
       *>  運送会社の配達証明で受取拒否・破損となった出荷は、STATUS01が
       *>  返品ファイルへ追記する（理由コードは返品理由コードマスタへ
       *>  登録しておく）。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
                                      RECORD KEY   IS IN02-SHOHIN-CODE
                                      STATUS       IS IN02-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入出力]シリアル台帳ファイル（出荷したシリアル番号の照合と返品の記録）
       *>----------------------------------------------------------------------------
       SELECT    SRL01-SERIAL-FILE    ASSIGN       TO   "SRL01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE  IS DYNAMIC
                                      RECORD KEY   IS SRL01-SERIAL-KEY
                                      STATUS       IS SRL-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]返金（クレジットメモ）ファイル
       *>----------------------------------------------------------------------------
       SELECT    CRD01-CREDIT-FILE    ASSIGN       TO   "CRD01.txt"
            03   RTN01-HENPIN-SU              PIC 9(005).
            03   RTN01-RIYU-CODE              PIC X(002).
            03   RTN01-HENPIN-BI              PIC 9(008).
       *>   --シリアル番号（シリアル番号管理品のみ。１台１レコード）--
            03   RTN01-SERIAL-NO              PIC X(020).
       *>----------------------------------------------------------------------------
       *>[入力]返品理由コードマスタファイルのレイアウト定義
       *>----------------------------------------------------------------------------
          03   IN02-JURYO-G                         PIC 9(005).
       *>  --税率区分（"1"＝軽減税率対象品目。それ以外は標準税率）--
          03   IN02-ZEI-KUBUN                       PIC X(001).
       *>  --直送区分（"1"＝仕入先直送品。在庫を持たず仕入先が顧客へ直送する）--
          03   IN02-CHOKUSO-KUBUN                   PIC X(001).
       *>  --シリアル管理区分（"1"＝シリアル番号管理品。出荷・返品を１台ごとに追跡する）--
          03   IN02-SERIAL-KUBUN                    PIC X(001).
       *>  --検査区分（"1"＝受入検査対象品。入荷数は検査在庫に保留する）--
          03   IN02-KENSA-KUBUN                     PIC X(001).
       *>  --検査在庫数（受入検査待ち。引当対象外）--
          03   IN02-KENSA-SU                        PIC 9(006).
       *>  --登録状態区分（"1"＝登録完了・受注可、"0"＝登録未完了。SETCHK01が判定する）--
          03   IN02-SETUP-KUBUN                     PIC X(001).
       *>----------------------------------------------------------------------------
       *>[出力]返金（クレジットメモ）ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
            03   RER01-SHOHIN-CODE            PIC X(006).
            03   RER01-RIYU-CODE              PIC X(002).
            03   RER01-ERROR-KUBUN            PIC X(015).
            03   RER01-SERIAL-NO              PIC X(020).
       *>----------------------------------------------------------------------------
       *>[入出力]シリアル台帳ファイルのレイアウト定義（STATUS01と同一）
       *>----------------------------------------------------------------------------
       FD   SRL01-SERIAL-FILE.
       01   SRL01-RECODE.
            03   SRL01-SERIAL-KEY.
                 05   SRL01-SHOHIN-CODE       PIC X(006).
                 05   SRL01-SERIAL-NO         PIC X(020).
            03   SRL01-ZYUTYU-BANGOU.
                 05   SRL01-MISEBAN           PIC X(003).
                 05   SRL01-TYUMON-BANGOU     PIC 9(005).
            03   SRL01-KOKYAKU-BANGOU         PIC 9(006).
            03   SRL01-SHUKKA-BI              PIC 9(008).
            03   SRL01-MANIFEST-BANGOU        PIC 9(006).
            03   SRL01-JOKYO-KUBUN            PIC X(001).
            03   SRL01-HENPIN-BI              PIC 9(008).
       *>----------------------------------------------------------------------------
       *>[出力]理由別返品集計レポートのレイアウト定義
       *>----------------------------------------------------------------------------
       *>----------------------------------------------------------------------------
       FD   SUS02-SUSPENSE-FILE.
       01   SUS02-RECODE.
            03   SUS02-NAIYO                  PIC X(049).
            03   SUS02-NENGETU                PIC 9(006).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
            03   WRK-RIYU-TOU-SW              PIC X(001).
                 88   WRK-RIYU-TOU            VALUE "Y".
            03   WRK-HENPIN-SU                PIC S9(005).
            *>--シリアル台帳の有無・シリアル番号照合の例外区分（スペースは
            *>  照合済み）--
            03   WRK-SRL-ARI-SW               PIC X(001).
                 88   WRK-SRL-ARI             VALUE "Y".
            03   WRK-SERIAL-ERROR             PIC X(015).
       *>
       *>--会計期間チェック用（PERCHK01呼び出し・直近判定年月のキャッシュ）--
       01   WRK-PER-NENGETU                   PIC 9(006).
       01   IN-FILE-STATUS                    PIC XX.
       01   RSN-FILE-STATUS                   PIC XX.
       01   IN02-FILE-STATUS                  PIC XX.
       01   SRL-FILE-STATUS                   PIC XX.
       *>
       *>--在庫移動台帳書き込み用（STKMOVE01呼び出し。実行番号は持たない
       *>  ためゼロで記録する）--
                           PRT01-HENPIN-REPORT
                           SUS02-SUSPENSE-FILE.
       *>
       *>  シリアル台帳のオープン（未整備時はシリアル番号管理品の返品を
       *>  すべて例外とする）
           MOVE   SPACE   TO   WRK-SRL-ARI-SW.
           OPEN   I-O   SRL01-SERIAL-FILE.
           IF   SRL-FILE-STATUS   =   "00"   THEN
                MOVE   "Y"   TO   WRK-SRL-ARI-SW
           END-IF.
       *>
       *>返品ファイルの読み込み
           PERFORM   HENPIN-FILE-READ-PROC.
       *>
                   RER01-ERROR-FILE
                   PRT01-HENPIN-REPORT
                   SUS02-SUSPENSE-FILE.
           IF   WRK-SRL-ARI   THEN
                CLOSE   SRL01-SERIAL-FILE
           END-IF.
       *>
       *>反映件数・例外件数の表示
           MOVE   WRK-OUT-COUNT     TO   MSG2-COUNT.
       *>      商品マスタのキー検索と在庫の戻し入れ
                PERFORM   SHOHIN-MASTER-MODOSHI-PROC
       *>
                IF   NOT   WRK-MASTER-FOUND   THEN
                     MOVE   "GAITO-NASHI"   TO   RER01-ERROR-KUBUN
                     PERFORM   ERROR-FILE-WRITE-PROC
                ELSE
       *>
       *>           シリアル番号を照合できない返品は在庫へ戻さず例外とする
                     IF   WRK-SERIAL-ERROR   NOT =   SPACE   THEN
                          MOVE   WRK-SERIAL-ERROR   TO
                                 RER01-ERROR-KUBUN
                          PERFORM   ERROR-FILE-WRITE-PROC
                     ELSE
                          PERFORM   CREDIT-FILE-WRITE-PROC
                          PERFORM   RIYU-SHUUKEI-PROC
                     END-IF
                END-IF
           END-IF.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>商品マスタのキー検索と在庫の戻し入れ（返品数量を在庫数へ加算する）
       *>  シリアル番号管理品はシリアル台帳の照合が済んだ返品のみ戻し入れる
       *>----------------------------------------------------------------------------
       SHOHIN-MASTER-MODOSHI-PROC         SECTION.
       *>
           MOVE   SPACE               TO   WRK-SERIAL-ERROR.
           MOVE   RTN01-BUNRUI-CODE   TO   IN02-BUNRUI-CODE.
           MOVE   RTN01-SHOHIN-NO     TO   IN02-SHOHIN-NO.
       *>
               NOT   INVALID   KEY
                     MOVE   "Y"     TO   WRK-MASTER-FOUND-SW
       *>
           END-READ.
       *>
           IF   NOT   WRK-MASTER-FOUND   THEN
                GO   TO   SHOHIN-MASTER-MODOSHI-PROC-EXIT
           END-IF.
       *>
           IF   IN02-SERIAL-KUBUN   =   "1"   THEN
                PERFORM   SERIAL-KENSHO-PROC
                IF   WRK-SERIAL-ERROR   NOT =   SPACE   THEN
                     GO   TO   SHOHIN-MASTER-MODOSHI-PROC-EXIT
                END-IF
           END-IF.
       *>
       *>  在庫移動台帳への返品戻し入れの記録
           MOVE   "R"              TO   WRK-MOVE-KUBUN.
           MOVE   RTN01-HENPIN-SU  TO   WRK-MOVE-SU.
           MOVE   IN02-ZAIKO-SU    TO   WRK-MOVE-MAE-ZAIKO.
       *>
           ADD    RTN01-HENPIN-SU   TO   IN02-ZAIKO-SU.
       *>
           CALL   "STKMOVE01"   USING  WRK-MOVE-PROGRAM-ID
                                        WRK-MOVE-RUN-ID
                                        IN02-SHOHIN-CODE
                                        WRK-MOVE-KUBUN
                                        WRK-MOVE-SU
                                        WRK-MOVE-MAE-ZAIKO
                                        IN02-ZAIKO-SU
                                        WRK-MOVE-SOUKO.
       *>
           REWRITE   IN02-RECODE.
       *>
       *>  シリアル台帳への返品受入の記録（二重の返品を防ぐ）
           IF   IN02-SERIAL-KUBUN   =   "1"   THEN
                MOVE   "R"               TO   SRL01-JOKYO-KUBUN
                MOVE   RTN01-HENPIN-BI   TO   SRL01-HENPIN-BI
                REWRITE   SRL01-RECODE
           END-IF.
       *>
       SHOHIN-MASTER-MODOSHI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>シリアル番号の照合（シリアル番号管理品の返品１件分）
       *>  返品は１台ごとにシリアル番号を付けて受け付ける。シリアル台帳で
       *>  返品元の受注へ出荷したシリアル番号であり、まだ返品を受け入れて
       *>  いないことを確かめる。照合できない返品は例外区分を設定する
       *>----------------------------------------------------------------------------
       SERIAL-KENSHO-PROC                 SECTION.
       *>
           IF   RTN01-SERIAL-NO   =   SPACE   THEN
                MOVE   "SERIAL-NASHI"      TO   WRK-SERIAL-ERROR
                GO   TO   SERIAL-KENSHO-PROC-EXIT
           END-IF.
       *>
           IF   RTN01-HENPIN-SU   NOT =   1   THEN
                MOVE   "SERIAL-SURYO"      TO   WRK-SERIAL-ERROR
                GO   TO   SERIAL-KENSHO-PROC-EXIT
           END-IF.
       *>
           IF   NOT   WRK-SRL-ARI   THEN
                MOVE   "SERIAL-MISHUKKA"   TO   WRK-SERIAL-ERROR
                GO   TO   SERIAL-KENSHO-PROC-EXIT
           END-IF.
       *>
           MOVE   RTN01-SHOHIN-CODE   TO   SRL01-SHOHIN-CODE.
           MOVE   RTN01-SERIAL-NO     TO   SRL01-SERIAL-NO.
       *>
           READ SRL01-SERIAL-FILE
               INVALID     KEY
                     MOVE   "SERIAL-MISHUKKA"   TO   WRK-SERIAL-ERROR
           END-READ.
       *>
           IF   WRK-SERIAL-ERROR   NOT =   SPACE   THEN
                GO   TO   SERIAL-KENSHO-PROC-EXIT
           END-IF.
       *>
           IF   SRL01-ZYUTYU-BANGOU   NOT =   RTN01-ZYUTYU-BANGOU   THEN
                MOVE   "SERIAL-TACHUMON"   TO   WRK-SERIAL-ERROR
           ELSE   IF   SRL01-JOKYO-KUBUN   =   "R"   THEN
                MOVE   "SERIAL-HENPINZM"   TO   WRK-SERIAL-ERROR
           END-IF.
       *>
       SERIAL-KENSHO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>----------------------------------------------------------------------------
       ERROR-FILE-WRITE-PROC              SECTION.
       *>
           MOVE   SPACE                TO   RER01-RECODE(1:16).
           MOVE   RTN01-MISEBAN        TO   RER01-MISEBAN.
           MOVE   RTN01-TYUMON-BANGOU  TO   RER01-TYUMON-BANGOU.
           MOVE   RTN01-SHOHIN-CODE    TO   RER01-SHOHIN-CODE.
           MOVE   RTN01-RIYU-CODE      TO   RER01-RIYU-CODE.
           MOVE   RTN01-SERIAL-NO      TO   RER01-SERIAL-NO.
       *>
           WRITE   RER01-RECODE.
       *>
