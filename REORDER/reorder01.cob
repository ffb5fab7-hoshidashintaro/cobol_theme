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
       *>[出力]発注点見直しトランザクションファイルのレイアウト定義
       *>  （UPDATE01の更新トランザクションと同一形式）
            03   ROT01-JURYO-G                 PIC 9(005).
       *>   --税率区分（現行マスタの値を引き継ぐ）--
            03   ROT01-ZEI-KUBUN               PIC X(001).
       *>   --直送区分（現行マスタの値を引き継ぐ）--
            03   ROT01-CHOKUSO-KUBUN           PIC X(001).
       *>   --シリアル管理区分（現行マスタの値を引き継ぐ）--
            03   ROT01-SERIAL-KUBUN            PIC X(001).
       *>   --検査区分（現行マスタの値を引き継ぐ）--
            03   ROT01-KENSA-KUBUN             PIC X(001).
       *>   --検査在庫数（現行マスタの値を引き継ぐ）--
            03   ROT01-KENSA-SU                PIC 9(006).
       *>----------------------------------------------------------------------------
       *>[出力]発注点見直し一覧表のレイアウト定義
       *>----------------------------------------------------------------------------
           MOVE   IN02-CASE-IRISU      TO   ROT01-CASE-IRISU.
           MOVE   IN02-JURYO-G         TO   ROT01-JURYO-G.
           MOVE   IN02-ZEI-KUBUN       TO   ROT01-ZEI-KUBUN.
           MOVE   IN02-CHOKUSO-KUBUN   TO   ROT01-CHOKUSO-KUBUN.
           MOVE   IN02-SERIAL-KUBUN    TO   ROT01-SERIAL-KUBUN.
           MOVE   IN02-KENSA-KUBUN     TO   ROT01-KENSA-KUBUN.
           MOVE   IN02-KENSA-SU        TO   ROT01-KENSA-SU.
           WRITE  ROT01-RECODE.
       *>
           ADD    1                    TO   WRK-OUT-COUNT.
