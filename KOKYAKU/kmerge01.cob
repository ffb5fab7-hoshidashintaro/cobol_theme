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
       *>保留ファイルのレイアウト定義（HOLDREL01と同一）
       *>----------------------------------------------------------------------------
          03   HLD01-KOKYAKU-BANGOU                 PIC 9(006).
          03   HLD01-KINGAKU                        PIC S9(008).
          03   HLD01-HOLD-RIYU                      PIC X(015).
          03   HLD01-NOHIN-SAKI                     PIC X(003).
          03   HLD01-CHOKUSO-KUBUN                  PIC X(001).
          03   HLD01-KAKAKU-SHONIN-KUBUN            PIC X(001).
          03   HLD01-SURYO-KAKUNIN-KUBUN            PIC X(001).
       *>----------------------------------------------------------------------------
       *>入荷待ちファイルのレイアウト定義（BORELEASE01と同一）
       *>----------------------------------------------------------------------------
          03   BO01-YAKUSOKU-BI                     PIC 9(008).
          03   BO01-GENCHUMON-BI                    PIC 9(008).
          03   BO01-KEIJOU-BI                       PIC 9(008).
          03   BO01-NOHIN-SAKI                      PIC X(003).
          03   BO01-KAKAKU-SHONIN-KUBUN             PIC X(001).
          03   BO01-SURYO-KAKUNIN-KUBUN             PIC X(001).
       *>----------------------------------------------------------------------------
       *>入荷待ち繰越ファイルのレイアウト定義（入荷待ちファイルと同一内容）
       *>----------------------------------------------------------------------------
          03   BOC01-ZYUTYU-BANGOU                  PIC X(008).
          03   FILLER                               PIC X(029).
          03   BOC01-KOKYAKU-BANGOU                 PIC 9(006).
          03   FILLER                               PIC X(037).
       *>----------------------------------------------------------------------------
       *>契約単価ファイルのレイアウト定義（KEIUPD01と同一）
       *>----------------------------------------------------------------------------
            03   ARO01-SEIKYU-NENGETU         PIC 9(006).
            03   ARO01-SEIKYU-GAKU            PIC S9(010).
            03   ARO01-NYUKIN-GAKU            PIC S9(010).
       *>   --支払期日（顧客の回収サイトから算出）--
            03   ARO01-SHIHARAI-KIJITSU       PIC 9(008).
       *>   --外貨建て請求の請求通貨・請求時レート・外貨請求額と外貨入金額
       *>     （円建ては空白・ゼロ）--
            03   ARO01-TSUKA-CODE             PIC X(003).
            03   ARO01-KAWASE-RATE            PIC 9(003)V9(004).
            03   ARO01-GAIKA-SEIKYU-GAKU      PIC S9(010)V99.
            03   ARO01-GAIKA-NYUKIN-GAKU      PIC S9(010)V99.
       *>----------------------------------------------------------------------------
       *>[出力]統合監査ファイルのレイアウト定義
       *>  （付け替えた１レコードにつき１件：対象ファイル・キー情報・
       *>--付け替え対象ファイルの一括読み込み用テーブル--
       77   CST-MAX-REC-KENSU                 PIC 9(004) VALUE 9999.
       01   WRK-HLD-TBL.
            03   WRK-HLD-REC                  PIC X(073)
                                     OCCURS 9999.
       01   WRK-HLD-CNT                       PIC 9(004).
       01   WRK-BO-TBL.
            03   WRK-BO-REC                   PIC X(080)
                                     OCCURS 9999.
       01   WRK-BO-CNT                        PIC 9(004).
       01   WRK-BOC-TBL.
            03   WRK-BOC-REC                  PIC X(080)
                                     OCCURS 9999.
       01   WRK-BOC-CNT                       PIC 9(004).
       01   WRK-KEI-TBL.
                                     OCCURS 9999.
       01   WRK-KEI-CNT                       PIC 9(004).
       01   WRK-ARO-TBL.
            03   WRK-ARO-REC                  PIC X(074)
                                     OCCURS 9999.
       01   WRK-ARO-CNT                       PIC 9(004).
       01   WRK-REC-IDX                       PIC 9(004).
