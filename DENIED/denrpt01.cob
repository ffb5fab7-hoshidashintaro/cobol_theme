            03   KMS01-YUBIN-BANGOU            PIC X(007).
            03   KMS01-SORYO-MENJO-GAKU        PIC 9(007).
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
       *>整列併合用ファイルのレイアウト定義（顧客番号を先頭キーに再配置）
       *>----------------------------------------------------------------------------
