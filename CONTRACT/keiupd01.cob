            03   KMS01-SORYO-MENJO-GAKU        PIC 9(007).
       *>   --統合先顧客番号（ゼロ以外は統合済みの重複顧客）--
            03   KMS01-TOGO-SAKI               PIC 9(006).
       *>   --締日・回収サイト（締日・回収日の００と３１以上は月末。
       *>     回収月は締月からの月数で、０＝当月・１＝翌月・２＝翌々月）--
            03   KMS01-SHIME-BI                PIC 9(002).
            03   KMS01-KAISHU-TSUKI            PIC 9(001).
            03   KMS01-KAISHU-BI               PIC 9(002).
       *>   --請求先顧客番号（本部一括請求の店舗は本部の顧客番号。
       *>     ゼロは自社へ請求）--
            03   KMS01-SEIKYU-SAKI             PIC 9(006).
       *>   --口座振替の引落口座（銀行コード・支店コード・預金種目（１＝普通・
       *>     ２＝当座）・口座番号・口座名義（半角カナ）。銀行コードゼロは
       *>     口座振替未登録）--
            03   KMS01-GINKO-CODE              PIC 9(004).
            03   KMS01-SHITEN-CODE             PIC 9(003).
            03   KMS01-YOKIN-SHUMOKU           PIC 9(001).
            03   KMS01-KOZA-BANGOU             PIC 9(007).
            03   KMS01-KOZA-MEIGI              PIC X(030).
       *>   --請求通貨（ISO通貨コード。空白・JPYは円建て。外貨建ての顧客は
       *>     為替レートマスタ（KWR01）のレートで請求額を外貨換算する）--
            03   KMS01-TSUKA-CODE              PIC X(003).
       *>   --Ｗｅｂ照会区分（"1"＝Ｗｅｂポータルで受注状況を照会する顧客。
       *>     ORDWEB01が夜間に受注状況連携ファイルを作成する）--
            03   KMS01-WEB-KUBUN               PIC X(001).
       *>----------------------------------------------------------------------------
       *>商品マスタファイルのレイアウト定義（TEST0001と同一レイアウト）
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
       *>[出力]更新エラーファイルのレイアウト定義
       *>----------------------------------------------------------------------------
