       *>----------------------------------------------------------------------------
       *>受注残評価表作成処理
       *>  未出荷の受注残を取得元のファイルからまとめ、顧客・店番ごとに
       *>  受注価格で評価した受注残評価表を印刷する。
       *>  状況区分と取得元は次のとおり。
       *>    Ａ＝引当済未出荷 … 受注状況ファイル（STS02）の引当済み・
       *>      マッチ済み・ピッキング済みの明細（出荷済みとキット構成
       *>      明細（Ｃ）は除く）。受注時の単価で評価する
       *>    Ｂ＝欠品 … 欠品受注ファイル（BO01）と繰越欠品受注ファイル
       *>      （BOC01）。同じ明細が両方にある場合は１件とする
       *>    Ｈ＝与信保留 … 与信限度額超過受注保留ファイル（HLD01）。
       *>      保留時の受注金額で評価する
       *>    Ｒ＝予約 … 予約受注ファイル（RSV01）と繰越予約受注ファイル
       *>      （RSC01）。同じ明細が両方にある場合は１件とする
       *>  欠品・予約の明細は単価を持たないため、商品マスタ（IN02）の
       *>  販売単価で評価する（商品マスタに無い明細は金額ゼロとし、
       *>  単価未登録件数として数える）。
       *>  明細ごとに約束日（予約は受注予定日、与信保留は受付日）と
       *>  実行日との経過日数から経過区分（期日前／１～７日／８～３０日
       *>  ／３１日超）を求める。店番ごとの小計・顧客ごとの合計と、
       *>  状況区分別・経過区分別の総合計を印刷する。
       *>  無い取得元ファイルは対象なしとして処理する。
       *>  実行結果は共通監査ログ（AUD01）へ記録する。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        ORDBK01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]顧客マスタファイル（顧客名の参照）
       *>----------------------------------------------------------------------------
       SELECT    KMS01-KOKYAKU-MASTER ASSIGN       TO   "KMS01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE   IS DYNAMIC
                                      RECORD KEY    IS
                                            KMS01-KOKYAKU-BANGOU
                                      STATUS KMS-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]商品マスタファイル（欠品・予約明細の販売単価の参照）
       *>----------------------------------------------------------------------------
       SELECT    IN02-SHOHIN-MASTER   ASSIGN       TO   "IN02.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE  IS DYNAMIC
                                      RECORD KEY   IS IN02-SHOHIN-CODE
                                      STATUS       IS IN02-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]受注状況ファイル（STATUS01の出力）
       *>----------------------------------------------------------------------------
       SELECT    STS02-STATUS-FILE    ASSIGN       TO   "STS02.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS IN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]欠品（在庫不足）受注ファイル
       *>----------------------------------------------------------------------------
       SELECT    BO01-BACKORDER-FILE  ASSIGN       TO   "BO01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS BO-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]繰越欠品受注ファイル（BORELEASE01の出力）
       *>----------------------------------------------------------------------------
       SELECT    BOC01-CARRY-FILE     ASSIGN       TO   "BOC01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS BOC-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]与信限度額超過受注保留ファイル（TEST0001の出力）
       *>----------------------------------------------------------------------------
       SELECT    HLD01-HOLD-FILE      ASSIGN       TO   "HLD01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS HLD-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]予約受注ファイル（TEST0001が登録する）
       *>----------------------------------------------------------------------------
       SELECT    RSV01-YOYAKU-FILE    ASSIGN       TO   "RSV01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS RSV-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]繰越予約受注ファイル（RSVREL01の出力）
       *>----------------------------------------------------------------------------
       SELECT    RSC01-CARRY-FILE     ASSIGN       TO   "RSC01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS RSC-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[作業]整列併合用ファイル
       *>----------------------------------------------------------------------------
       SELECT   ST-SORT-FILE        ASSIGN        TO "ST".
       *>----------------------------------------------------------------------------
       *>[出力]受注残評価表
       *>----------------------------------------------------------------------------
       SELECT    PRT79-ORDBOOK-RPT    ASSIGN       TO   "PRT79.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>顧客マスタファイルのレイアウト定義（KOKYAKU_UPDATE01と同一）
       *>----------------------------------------------------------------------------
       FD   KMS01-KOKYAKU-MASTER.
       01   KMS01-RECODE.
            03   KMS01-KOKYAKU-BANGOU          PIC 9(006).
            03   KMS01-KOKYAKU-MEI             PIC X(020).
            03   KMS01-KOKYAKU-ZYUSHO          PIC X(040).
       *>   --与信限度額（ゼロは与信チェック対象外）・買掛残高--
            03   KMS01-YOSHIN-GENDO            PIC 9(009).
            03   KMS01-KAIKAKE-ZANDAKA         PIC 9(009).
       *>   --郵便番号（出荷ラベル用）--
            03   KMS01-YUBIN-BANGOU            PIC X(007).
       *>   --送料免除基準額（税抜商品計がこの額以上で送料無料。
       *>     ゼロは免除なし）--
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
       FD   IN02-SHOHIN-MASTER.
       01   IN02-RECODE.
          03   IN02-SHOHIN-CODE.
                05 IN02-BUNRUI-CODE                 PIC X(002).
                05 IN02-SHOHIN-NO                   PIC 9(004).
          03   IN02-SHOHIN-MI                       PIC X(020).
          03   IN02-ZAIKO-SU                        PIC 9(006).
          03   IN02-TANKA                           PIC 9(005).
          03   IN02-HATYU-TEN                       PIC 9(004).
          03   IN02-HATYU-SU                        PIC 9(004).
       *>  --最終出荷日（出荷減算のたびにTEST0001が刻印する）--
          03   IN02-SAISHU-SHUKKA-BI                PIC 9(008).
       *>  --仕入原価（粗利計算用。UPDATE01で保守する）--
          03   IN02-GENKA                           PIC 9(005).
       *>  --ケース入数（ピッキング単位。ゼロはケース管理対象外）--
          03   IN02-CASE-IRISU                      PIC 9(003).
       *>  --出荷重量（グラム／個。送料計算用。ゼロは重量未設定）--
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
       *>[入力]受注状況ファイルのレイアウト定義（STATUS01と同一）
       *>----------------------------------------------------------------------------
       FD   STS02-STATUS-FILE.
       01   STS02-RECODE.
            03   STS02-ZYUTYU-BANGOU.
                 05   STS02-MISEBAN           PIC X(003).
                 05   STS02-TYUMON-BANGOU     PIC 9(005).
            03   STS02-SHOHIN-CODE            PIC X(006).
            03   STS02-TYUMON-SU              PIC S9(005).
            03   STS02-YAKUSOKU-BI            PIC 9(008).
            03   STS02-JOKYO-KUBUN            PIC X(001).
            03   STS02-SHUKKA-BI              PIC 9(008).
            03   STS02-SHUKKA-SU              PIC 9(005).
       *>   --出荷ロット番号（受注ファイルより引き継ぐ）--
            03   STS02-LOT-NO                 PIC X(008).
       *>   --マニフェスト番号・運送会社コード（出荷確認より引き継ぐ）--
            03   STS02-MANIFEST-BANGOU        PIC 9(006).
            03   STS02-UNSO-CODE              PIC X(002).
       *>   --請求用項目（受注ファイルより引き継ぐ単価・顧客情報と、
       *>     出荷時請求（INVOICE01）が消し込む請求済み数量）--
            03   STS02-TANKA                  PIC 9(005).
            03   STS02-KOKYAKU-BANGOU         PIC 9(006).
            03   STS02-KOKYAKU-MEI            PIC X(020).
            03   STS02-KOKYAKU-ZYUSHO         PIC X(040).
            03   STS02-YUBIN-BANGOU           PIC X(007).
            03   STS02-SEIKYU-ZUMI-SU         PIC 9(005).
       *>   --キット区分・親商品コード（受注ファイルより引き継ぐ）--
            03   STS02-KIT-KUBUN              PIC X(001).
            03   STS02-KIT-OYA-CODE           PIC X(006).
       *>   --配達区分・配達日（配達証明より記録する）--
            03   STS02-HAITATSU-KUBUN         PIC X(001).
            03   STS02-HAITATSU-BI            PIC 9(008).
       *>----------------------------------------------------------------------------
       *>[入力]欠品受注ファイルのレイアウト定義（TEST0001と同一レイアウト）
       *>----------------------------------------------------------------------------
       FD   BO01-BACKORDER-FILE.
       01   BO01-RECODE.
          03   BO01-ZYUTYU-BANGOU.
                05   BO01-MISEBAN                   PIC X(003).
                05   BO01-TYUMON-BANGOU             PIC 9(005).
          03   BO01-SHOHIN-CODE                     PIC X(006).
          03   BO01-TYUMON-SU                       PIC 9(005).
          03   BO01-ZAIKO-SU                        PIC 9(006).
          03   BO01-UKETUKE-NICHIZI                 PIC 9(012).
          03   BO01-KOKYAKU-BANGOU                  PIC 9(006).
          03   BO01-TANTOSYA-CODE                   PIC X(007).
          03   BO01-YUSEN-KUBUN                     PIC X(001).
          03   BO01-YAKUSOKU-BI                     PIC 9(008).
          03   BO01-GENCHUMON-BI                    PIC 9(008).
          03   BO01-KEIJOU-BI                       PIC 9(008).
          03   BO01-NOHIN-SAKI                      PIC X(003).
          03   BO01-KAKAKU-SHONIN-KUBUN             PIC X(001).
          03   BO01-SURYO-KAKUNIN-KUBUN             PIC X(001).
       *>----------------------------------------------------------------------------
       *>[入力]繰越欠品受注ファイルのレイアウト定義（BO01と同一レイアウト）
       *>----------------------------------------------------------------------------
       FD   BOC01-CARRY-FILE.
       01   BOC01-RECODE.
          03   BOC01-ZYUTYU-BANGOU                  PIC X(008).
          03   BOC01-SHOHIN-CODE                    PIC X(006).
          03   BOC01-TYUMON-SU                      PIC 9(005).
          03   BOC01-ZAIKO-SU                       PIC 9(006).
          03   BOC01-UKETUKE-NICHIZI                PIC 9(012).
          03   BOC01-KOKYAKU-BANGOU                 PIC 9(006).
          03   BOC01-TANTOSYA-CODE                  PIC X(007).
          03   BOC01-YUSEN-KUBUN                    PIC X(001).
          03   BOC01-YAKUSOKU-BI                    PIC 9(008).
          03   BOC01-GENCHUMON-BI                   PIC 9(008).
          03   BOC01-KEIJOU-BI                      PIC 9(008).
          03   BOC01-NOHIN-SAKI                     PIC X(003).
          03   BOC01-KAKAKU-SHONIN-KUBUN            PIC X(001).
          03   BOC01-SURYO-KAKUNIN-KUBUN            PIC X(001).
       *>----------------------------------------------------------------------------
       *>[入力]与信限度額超過受注保留ファイルのレイアウト定義（HOLDREL01と同一）
       *>----------------------------------------------------------------------------
       FD   HLD01-HOLD-FILE.
       01   HLD01-RECODE.
          03   HLD01-ZYUTYU-BANGOU                  PIC X(008).
          03   HLD01-SHOHIN-CODE                    PIC X(006).
          03   HLD01-TYUMON-SU                      PIC S9(005).
          03   HLD01-UKETUKE-NICHIZI                PIC 9(012).
          03   HLD01-TANTOSYA-CODE                  PIC X(007).
          03   HLD01-KOKYAKU-BANGOU                 PIC 9(006).
          03   HLD01-KINGAKU                        PIC S9(008).
          03   HLD01-HOLD-RIYU                      PIC X(015).
          03   HLD01-NOHIN-SAKI                     PIC X(003).
          03   HLD01-CHOKUSO-KUBUN                  PIC X(001).
          03   HLD01-KAKAKU-SHONIN-KUBUN            PIC X(001).
          03   HLD01-SURYO-KAKUNIN-KUBUN            PIC X(001).
       *>----------------------------------------------------------------------------
       *>[入力]予約受注ファイルのレイアウト定義（RSVREL01と同一）
       *>----------------------------------------------------------------------------
       FD   RSV01-YOYAKU-FILE.
       01   RSV01-RECODE.
          03   RSV01-ZYUTYU-BANGOU                  PIC X(008).
          03   RSV01-KOKYAKU-BANGOU                 PIC 9(006).
          03   RSV01-YUSEN-KUBUN                    PIC X(001).
          03   RSV01-SHONIN-KUBUN                   PIC X(001).
          03   RSV01-SHOHIN-CODE                    PIC X(006).
          03   RSV01-TYUMON-SU                      PIC S9(005).
          03   RSV01-HIDUKE                         PIC 9(008).
          03   RSV01-ZIKAN                          PIC 9(004).
          03   RSV01-TANTOSYA-CODE                  PIC X(007).
          03   RSV01-TOUROKU-BI                     PIC 9(008).
          03   RSV01-NOHIN-SAKI                     PIC X(003).
          03   RSV01-CHOKUSO-KUBUN                  PIC X(001).
          03   RSV01-KAKAKU-SHONIN-KUBUN            PIC X(001).
          03   RSV01-SURYO-KAKUNIN-KUBUN            PIC X(001).
       *>----------------------------------------------------------------------------
       *>[入力]繰越予約受注ファイルのレイアウト定義（RSV01と同一レイアウト）
       *>----------------------------------------------------------------------------
       FD   RSC01-CARRY-FILE.
       01   RSC01-RECODE.
          03   RSC01-ZYUTYU-BANGOU                  PIC X(008).
          03   RSC01-KOKYAKU-BANGOU                 PIC 9(006).
          03   RSC01-YUSEN-KUBUN                    PIC X(001).
          03   RSC01-SHONIN-KUBUN                   PIC X(001).
          03   RSC01-SHOHIN-CODE                    PIC X(006).
          03   RSC01-TYUMON-SU                      PIC S9(005).
          03   RSC01-HIDUKE                         PIC 9(008).
          03   RSC01-ZIKAN                          PIC 9(004).
          03   RSC01-TANTOSYA-CODE                  PIC X(007).
          03   RSC01-TOUROKU-BI                     PIC 9(008).
          03   RSC01-NOHIN-SAKI                     PIC X(003).
          03   RSC01-CHOKUSO-KUBUN                  PIC X(001).
          03   RSC01-KAKAKU-SHONIN-KUBUN            PIC X(001).
          03   RSC01-SURYO-KAKUNIN-KUBUN            PIC X(001).
       *>----------------------------------------------------------------------------
       *>整列併合用ファイルのレイアウト定義
       *>  （顧客番号＋店番＋状況区分＋受注番号＋商品コードの順に並べる。
       *>    店番は受注番号の先頭３桁）
       *>----------------------------------------------------------------------------
       SD   ST-SORT-FILE.
       01   ST-RECODE.
            03   ST-KEY.
                 05   ST-KOKYAKU-BANGOU       PIC 9(006).
                 05   ST-MISEBAN              PIC X(003).
                 05   ST-JOKYO-KUBUN          PIC X(001).
                 05   ST-ZYUTYU-BANGOU        PIC X(008).
                 05   ST-SHOHIN-CODE          PIC X(006).
            03   ST-DATA.
                 05   ST-TYUMON-SU            PIC S9(005).
                 05   ST-TANKA                PIC S9(007).
                 05   ST-KINGAKU              PIC S9(009).
                 05   ST-YAKUSOKU-BI          PIC 9(008).
       *>----------------------------------------------------------------------------
       *>[出力]受注残評価表のレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT79-ORDBOOK-RPT.
       01   PRT79-RECODE                      PIC X(132).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
       *>
       *>--手続き部で読み込みループを終了させる際の定数となる--
       77   CST-END                           PIC X(004) VALUE "END".
       *>
       *>--経過区分の境界日数（約束日からの経過日数）--
       77   CST-KEIKA-1                       PIC 9(003) VALUE 007.
       77   CST-KEIKA-2                       PIC 9(003) VALUE 030.
       *>
       01   WRK-WORK-AREA.
            03   WRK-AT-END                   PIC X(004).
            *>--取得元ファイルから整列用ファイルへ渡した明細件数--
            03   WRK-IN-COUNT                 PIC 9(006).
            *>--受注残評価表へ印刷した明細件数--
            03   WRK-OUT-COUNT                PIC 9(006).
            *>--重複として除いた明細件数・単価未登録の明細件数--
            03   WRK-CHOFUKU-COUNT            PIC 9(006).
            03   WRK-TANKA-NASHI-COUNT        PIC 9(006).
            *>--印刷した顧客数--
            03   WRK-KOKYAKU-COUNT            PIC 9(006).
       *>
       01   IN-FILE-STATUS                    PIC XX.
       01   KMS-FILE-STATUS                   PIC XX.
       01   IN02-FILE-STATUS                  PIC XX.
       01   BO-FILE-STATUS                    PIC XX.
       01   BOC-FILE-STATUS                   PIC XX.
       01   HLD-FILE-STATUS                   PIC XX.
       01   RSV-FILE-STATUS                   PIC XX.
       01   RSC-FILE-STATUS                   PIC XX.
       *>
       *>--整列済み明細の直前のキー（重複判定と顧客・店番の切り替わり判定）--
       01   WRK-MAE-ST-KEY.
            03   WRK-MAE-KOKYAKU-BANGOU       PIC 9(006).
            03   WRK-MAE-MISEBAN              PIC X(003).
            03   WRK-MAE-JOKYO-KUBUN          PIC X(001).
            03   WRK-MAE-ZYUTYU-BANGOU        PIC X(008).
            03   WRK-MAE-SHOHIN-CODE          PIC X(006).
       01   WRK-SHOKAI-SW                     PIC X(001).
            88   WRK-SHOKAI                   VALUE "Y".
       *>
       *>--状況区分の添字（１＝Ａ、２＝Ｂ、３＝Ｈ、４＝Ｒ）と
       *>    経過区分の添字（１＝期日前、２＝１～７日、３＝８～３０日、
       *>    ４＝３１日超）--
       01   WRK-JOKYO-IDX                     PIC 9(001).
       01   WRK-KEIKA-IDX                     PIC 9(001).
       01   WRK-SOUKEI-IDX                    PIC 9(001).
       *>
       *>--状況区分の名称テーブル--
       01   CST-JOKYO-TBL.
            03   FILLER                       PIC X(019)
                                 VALUE "A引当済未出荷".
            03   FILLER                       PIC X(019)
                                 VALUE "B欠品".
            03   FILLER                       PIC X(019)
                                 VALUE "H与信保留".
            03   FILLER                       PIC X(019)
                                 VALUE "R予約".
       01   CST-JOKYO-R REDEFINES CST-JOKYO-TBL.
            03   CST-JOKYO-ENT                     OCCURS 4.
                 05   CST-JOKYO-KUBUN         PIC X(001).
                 05   CST-JOKYO-MEI           PIC X(018).
       *>
       *>--経過区分の名称テーブル--
       01   CST-KEIKA-TBL.
            03   FILLER                       PIC X(015)
                                 VALUE "期日前".
            03   FILLER                       PIC X(015)
                                 VALUE "１～７日".
            03   FILLER                       PIC X(015)
                                 VALUE "８～３０日".
            03   FILLER                       PIC X(015)
                                 VALUE "３１日超".
       01   CST-KEIKA-R REDEFINES CST-KEIKA-TBL.
            03   CST-KEIKA-MEI                PIC X(015) OCCURS 4.
       *>
       *>--店番・顧客ごとの小計（件数・金額）--
       01   WRK-MISE-KENSU                    PIC 9(006).
       01   WRK-MISE-KINGAKU                  PIC S9(011).
       01   WRK-KOKYAKU-KENSU                 PIC 9(006).
       01   WRK-KOKYAKU-KINGAKU               PIC S9(011).
       *>
       *>--状況区分別・経過区分別の総合計--
       01   WRK-SOUKEI-TBL.
            03   WRK-SOUKEI-ENT                    OCCURS 4.
                 05   WRK-SOUKEI-KENSU        PIC 9(006).
                 05   WRK-SOUKEI-KINGAKU      PIC S9(011).
                 05   WRK-SOUKEI-KEIKA        PIC S9(011)
                                                    OCCURS 4.
       01   WRK-GOKEI-KENSU                   PIC 9(006).
       01   WRK-GOKEI-KINGAKU                 PIC S9(012).
       01   WRK-GOKEI-KEIKA                   PIC S9(012)
                                                    OCCURS 4.
       *>
       *>--顧客マスタの引き当て結果--
       01   KEY-KOKYAKU-BANGOU                PIC 9(006).
       01   WRK-KOKYAKU-MEI                   PIC X(020).
       *>
       *>--商品マスタの引き当て結果（販売単価。未登録時はゼロ）--
       01   KEY-SHOHIN-CODE                   PIC X(006).
       01   WRK-HANBAI-TANKA                  PIC 9(005).
       *>
       *>--経過日数の計算用（西暦１年１月１日からの通算日数）--
       01   CST-RUISEKI-TBL.
            03   FILLER                      PIC 9(003) VALUE 000.
            03   FILLER                      PIC 9(003) VALUE 031.
            03   FILLER                      PIC 9(003) VALUE 059.
            03   FILLER                      PIC 9(003) VALUE 090.
            03   FILLER                      PIC 9(003) VALUE 120.
            03   FILLER                      PIC 9(003) VALUE 151.
            03   FILLER                      PIC 9(003) VALUE 181.
            03   FILLER                      PIC 9(003) VALUE 212.
            03   FILLER                      PIC 9(003) VALUE 243.
            03   FILLER                      PIC 9(003) VALUE 273.
            03   FILLER                      PIC 9(003) VALUE 304.
            03   FILLER                      PIC 9(003) VALUE 334.
       01   CST-RUISEKI-R REDEFINES CST-RUISEKI-TBL.
            03   CST-RUISEKI                 PIC 9(003) OCCURS 12.
       *>
       01   WRK-TSUSAN-AREA.
            03   WRK-TSUSAN-HIZUKE            PIC 9(008).
            03   WRK-TSUSAN-HIZUKE-H  REDEFINES   WRK-TSUSAN-HIZUKE.
                 05   WRK-TSUSAN-NEN          PIC 9(004).
                 05   WRK-TSUSAN-GETU         PIC 9(002).
                 05   WRK-TSUSAN-HI           PIC 9(002).
            03   WRK-TSUSAN-ZENNEN            PIC 9(004).
            03   WRK-TSUSAN-SHO4              PIC 9(004).
            03   WRK-TSUSAN-SHO100            PIC 9(004).
            03   WRK-TSUSAN-SHO400            PIC 9(004).
            03   WRK-TSUSAN-AMARI             PIC 9(004).
            03   WRK-TSUSAN-NISSU             PIC 9(007).
       01   WRK-RUN-NISSU                     PIC 9(007).
       01   WRK-KEIKA-NISSU                   PIC S9(007).
       *>--閏年判定用の作業領域--
       01   WRK-URUU-AREA.
            03   WRK-URUU-NEN4                PIC 9(002) COMP.
            03   WRK-URUU-NEN100              PIC 9(002) COMP.
            03   WRK-URUU-NEN400              PIC 9(002) COMP.
            03   WRK-URUU-FLG                 PIC X(001).
                 88   WRK-URUU-NENDO          VALUE "1".
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ。
       *>    異常件数には単価未登録の明細件数を渡す）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "ORDBK01".
       01   WRK-AUD-RUN-ID                    PIC 9(006) VALUE ZERO.
       01   WRK-START-TIME                    PIC 9(006).
       01   WRK-START-TIME-NAMA               PIC 9(008).
       *>
       *>実行日の退避領域
       01   WRK-RUN-DATE                      PIC 9(008).
       01   WRK-RUN-DATE-H.
            03   WRK-RUN-NEN                  PIC 9(004).
            03   WRK-RUN-GETU                 PIC 9(002).
            03   WRK-RUN-HI                   PIC 9(002).
       *>----------------------------------------------------------------------------
       *>印刷用パーツ定義
       *>----------------------------------------------------------------------------
       01   HD01-MIDASHI-1.
            03   FILLER                       PIC X(030)
                               VALUE "受注残評価表".
            03   FILLER                       PIC X(012)
                                 VALUE "実行日：".
            03   HD01-NEN                     PIC 9(004).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD01-GETU                    PIC 9(002).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD01-HI                      PIC 9(002).
       *>
       01   HD02-KOMOKU-LINE.
            03   FILLER                       PIC X(012)
                                 VALUE "店番".
            03   FILLER                       PIC X(019)
                                 VALUE "状況".
            03   FILLER                       PIC X(024)
                                 VALUE "受注番号 商品".
            03   FILLER                       PIC X(013)
                                 VALUE "数量".
            03   FILLER                       PIC X(016)
                                 VALUE "単価".
            03   FILLER                       PIC X(013)
                                 VALUE "金額".
            03   FILLER                       PIC X(013)
                                 VALUE "約束日".
            03   FILLER                       PIC X(012)
                                 VALUE "経過".
            03   FILLER                       PIC X(012)
                                 VALUE "区分".
       *>
       01   HD03-KOKYAKU-LINE.
            03   FILLER                       PIC X(015)
                                 VALUE "顧客番号：".
            03   HD03-KOKYAKU-BANGOU          PIC ZZZZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD03-KOKYAKU-MEI             PIC X(020).
       *>
       01   HD04-MEISAI-LINE.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD04-MISEBAN                 PIC X(003).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD04-JOKYO-MEI               PIC X(018).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-ZYUTYU-BANGOU           PIC X(008).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-SHOHIN-CODE             PIC X(006).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-TYUMON-SU               PIC -ZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-TANKA                   PIC -Z,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-KINGAKU                 PIC -ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-YAKUSOKU-BI             PIC 9999/99/99.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-KEIKA-NISSU             PIC -ZZZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-KEIKA-MEI               PIC X(015).
       *>
       01   HD05-MISE-KEI-LINE.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD05-MISEBAN                 PIC X(003).
            03   FILLER                       PIC X(021)
                                 VALUE "　店計　件数：".
            03   HD05-KENSU                   PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(016)
                                 VALUE "　金額：".
            03   HD05-KINGAKU                 PIC -ZZ,ZZZ,ZZZ,ZZ9.
       *>
       01   HD06-KOKYAKU-KEI-LINE.
            03   FILLER                       PIC X(025)
                                 VALUE "　顧客計　件数：".
            03   HD06-KENSU                   PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(016)
                                 VALUE "　金額：".
            03   HD06-KINGAKU                 PIC -ZZ,ZZZ,ZZZ,ZZ9.
       *>
       01   HD07-SOUKEI-MIDASHI.
            03   FILLER                       PIC X(045)
                     VALUE "＜状況区分別総合計＞".
       *>
       01   HD08-SOUKEI-KOMOKU.
            03   FILLER                       PIC X(020) VALUE SPACE.
            03   FILLER                       PIC X(016)
                                 VALUE "件数".
            03   FILLER                       PIC X(016)
                                 VALUE "金額".
            03   FILLER                       PIC X(016)
                                 VALUE "期日前".
            03   FILLER                       PIC X(016)
                                 VALUE "１～７日".
            03   FILLER                       PIC X(016)
                                 VALUE "８～３０日".
            03   FILLER                       PIC X(016)
                                 VALUE "３１日超".
       *>
       01   HD09-SOUKEI-LINE.
            03   HD09-JOKYO-MEI               PIC X(018).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD09-KENSU                   PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD09-KINGAKU                 PIC -ZZ,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD09-KEIKA-1                 PIC -ZZ,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD09-KEIKA-2                 PIC -ZZ,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD09-KEIKA-3                 PIC -ZZ,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD09-KEIKA-4                 PIC -ZZ,ZZZ,ZZZ,ZZ9.
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "ORDBK01の処理結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "受注残明細件数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "重複明細件数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS4-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "印刷明細件数：".
            03   MSG4-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS5-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "印刷顧客数：".
            03   MSG5-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS6-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "単価未登録件数：".
            03   MSG6-COUNT                   PIC ZZZ,ZZ9.
       *>
       *>--入出力異常発生時に表示するメッセージ--
       01   MS9-MESSAGE-AREA.
            03   FILLER                       PIC X(042)
                  VALUE "STS02-STATUS-FILE入出力異常 STATUS=".
            03   MSG9-STATUS                  PIC X(002).
       *>----------------------------------------------------------------------------
       *>手続き部
       *>----------------------------------------------------------------------------
       PROCEDURE                         DIVISION.
       *>
           PERFORM   INIT-PROC.
       *>
       *>  受注残の明細を顧客番号・店番・状況区分・受注番号順に整列し、
       *>  顧客・店番ごとに評価額を印刷する
           SORT   ST-SORT-FILE
                  ON   ASCENDING   KEY   ST-KEY
              INPUT    PROCEDURE   RELEASE-CONTROL-PROC
              OUTPUT   PROCEDURE   RETURN-CONTROL-PROC.
       *>
           PERFORM   TERM-PROC.
       *>
           STOP RUN.
       *>----------------------------------------------------------------------------
       *>初期処理
       *>----------------------------------------------------------------------------
       INIT-PROC                         SECTION.
       *>
       *>  作業領域の初期化
           MOVE   SPACE      TO   WRK-AT-END.
           MOVE   ZERO       TO   WRK-IN-COUNT
                                  WRK-OUT-COUNT
                                  WRK-CHOFUKU-COUNT
                                  WRK-TANKA-NASHI-COUNT
                                  WRK-KOKYAKU-COUNT
                                  WRK-GOKEI-KENSU
                                  WRK-GOKEI-KINGAKU.
           MOVE   ZERO       TO   WRK-GOKEI-KEIKA(1)
                                  WRK-GOKEI-KEIKA(2)
                                  WRK-GOKEI-KEIKA(3)
                                  WRK-GOKEI-KEIKA(4).
           PERFORM   SOUKEI-CLEAR-PROC
                    VARYING   WRK-SOUKEI-IDX   FROM   1   BY   1
                    UNTIL   WRK-SOUKEI-IDX   >   4.
           MOVE   ZERO       TO   KEY-KOKYAKU-BANGOU
                                  KMS01-KOKYAKU-BANGOU.
           MOVE   SPACE      TO   WRK-KOKYAKU-MEI.
           MOVE   SPACE      TO   KEY-SHOHIN-CODE.
           MOVE   ZERO       TO   WRK-HANBAI-TANKA.
       *>
       *>  開始時刻・実行日の取得と通算日数への換算
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           MOVE     WRK-RUN-DATE   TO     WRK-RUN-DATE-H.
           MOVE     WRK-RUN-DATE   TO     WRK-TSUSAN-HIZUKE.
           PERFORM  TSUSAN-NISSU-PROC.
           MOVE     WRK-TSUSAN-NISSU   TO   WRK-RUN-NISSU.
       *>
       *>ファイルのオープン
           OPEN   INPUT    KMS01-KOKYAKU-MASTER
                           IN02-SHOHIN-MASTER.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>終了処理
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
       *>ファイルのクローズ
           CLOSE   KMS01-KOKYAKU-MASTER
                   IN02-SHOHIN-MASTER.
       *>
           MOVE   WRK-IN-COUNT            TO   MSG2-COUNT.
           MOVE   WRK-CHOFUKU-COUNT       TO   MSG3-COUNT.
           MOVE   WRK-OUT-COUNT           TO   MSG4-COUNT.
           MOVE   WRK-KOKYAKU-COUNT       TO   MSG5-COUNT.
           MOVE   WRK-TANKA-NASHI-COUNT   TO   MSG6-COUNT.
           DISPLAY   MS1-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS2-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS3-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS4-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS5-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS6-MESSAGE-AREA UPON CONSOLE.
       *>
       *>  共通監査ログへの実行実績の記録
           CALL   "AUDIT_LOG01"   USING   WRK-JOB-NAME
                                          WRK-AUD-RUN-ID
                                          WRK-IN-COUNT
                                          WRK-OUT-COUNT
                                          WRK-TANKA-NASHI-COUNT
                                          WRK-START-TIME.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>状況区分別総合計の初期化（状況区分１件分）
       *>----------------------------------------------------------------------------
       SOUKEI-CLEAR-PROC                  SECTION.
       *>
           MOVE   ZERO   TO   WRK-SOUKEI-KENSU(WRK-SOUKEI-IDX)
                              WRK-SOUKEI-KINGAKU(WRK-SOUKEI-IDX).
           MOVE   ZERO   TO   WRK-SOUKEI-KEIKA(WRK-SOUKEI-IDX 1)
                              WRK-SOUKEI-KEIKA(WRK-SOUKEI-IDX 2)
                              WRK-SOUKEI-KEIKA(WRK-SOUKEI-IDX 3)
                              WRK-SOUKEI-KEIKA(WRK-SOUKEI-IDX 4).
       *>
       SOUKEI-CLEAR-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート前処理（取得元の各ファイルから受注残の明細を整列用
       *>  ファイルへ渡す。無い取得元ファイルは対象なしとする）
       *>----------------------------------------------------------------------------
       RELEASE-CONTROL-PROC               SECTION.
       *>
       *>  受注状況（引当済み・ピッキング済みで未出荷）
           OPEN   INPUT   STS02-STATUS-FILE.
           IF   IN-FILE-STATUS   =   "00"   THEN
                PERFORM   STS02-RELEASE-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   STS02-STATUS-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       *>  欠品（入荷待ち）
           OPEN   INPUT   BO01-BACKORDER-FILE.
           IF   BO-FILE-STATUS   =   "00"   THEN
                PERFORM   BO01-RELEASE-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   BO01-BACKORDER-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
           OPEN   INPUT   BOC01-CARRY-FILE.
           IF   BOC-FILE-STATUS   =   "00"   THEN
                PERFORM   BOC01-RELEASE-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   BOC01-CARRY-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       *>  与信保留
           OPEN   INPUT   HLD01-HOLD-FILE.
           IF   HLD-FILE-STATUS   =   "00"   THEN
                PERFORM   HLD01-RELEASE-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   HLD01-HOLD-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       *>  予約（先日付受注）
           OPEN   INPUT   RSV01-YOYAKU-FILE.
           IF   RSV-FILE-STATUS   =   "00"   THEN
                PERFORM   RSV01-RELEASE-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   RSV01-YOYAKU-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
           OPEN   INPUT   RSC01-CARRY-FILE.
           IF   RSC-FILE-STATUS   =   "00"   THEN
                PERFORM   RSC01-RELEASE-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   RSC01-CARRY-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       RELEASE-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>受注状況ファイルの読み込みと受け渡し（１件分・引当済未出荷（Ａ））
       *>  Ａ＝引当済み・Ｍ＝マッチ済み・Ｐ＝ピッキング済みの明細を対象とし、
       *>  受注時の単価で評価する
       *>----------------------------------------------------------------------------
       STS02-RELEASE-PROC                 SECTION.
       *>
           READ   STS02-STATUS-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   STS02-RELEASE-PROC-EXIT
           END-READ.
       *>
       *>  正常終了（"10"）以外のステータスは入出力異常として中断
           IF   IN-FILE-STATUS NOT = "00"   THEN
                PERFORM   FILE-STATUS-ERROR-PROC
           END-IF.
       *>
           IF   STS02-KIT-KUBUN   =   "C"   THEN
                GO   TO   STS02-RELEASE-PROC-EXIT
           END-IF.
       *>
           IF   STS02-JOKYO-KUBUN   NOT =   "A"
           AND  STS02-JOKYO-KUBUN   NOT =   "M"
           AND  STS02-JOKYO-KUBUN   NOT =   "P"   THEN
                GO   TO   STS02-RELEASE-PROC-EXIT
           END-IF.
       *>
           MOVE   SPACE                   TO   ST-RECODE.
           MOVE   STS02-KOKYAKU-BANGOU    TO   ST-KOKYAKU-BANGOU.
           MOVE   STS02-MISEBAN           TO   ST-MISEBAN.
           MOVE   "A"                     TO   ST-JOKYO-KUBUN.
           MOVE   STS02-ZYUTYU-BANGOU     TO   ST-ZYUTYU-BANGOU.
           MOVE   STS02-SHOHIN-CODE       TO   ST-SHOHIN-CODE.
           MOVE   STS02-TYUMON-SU         TO   ST-TYUMON-SU.
           MOVE   STS02-TANKA             TO   ST-TANKA.
           COMPUTE   ST-KINGAKU   =   STS02-TANKA   *   STS02-TYUMON-SU.
           MOVE   STS02-YAKUSOKU-BI       TO   ST-YAKUSOKU-BI.
           PERFORM   ST-RELEASE-PROC.
       *>
       STS02-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>欠品受注ファイルの読み込みと受け渡し（１件分・欠品（Ｂ））
       *>----------------------------------------------------------------------------
       BO01-RELEASE-PROC                  SECTION.
       *>
           READ   BO01-BACKORDER-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   BO01-RELEASE-PROC-EXIT
           END-READ.
       *>
           MOVE   SPACE                  TO   ST-RECODE.
           MOVE   BO01-KOKYAKU-BANGOU    TO   ST-KOKYAKU-BANGOU.
           MOVE   BO01-MISEBAN           TO   ST-MISEBAN.
           MOVE   "B"                    TO   ST-JOKYO-KUBUN.
           MOVE   BO01-ZYUTYU-BANGOU     TO   ST-ZYUTYU-BANGOU.
           MOVE   BO01-SHOHIN-CODE       TO   ST-SHOHIN-CODE.
           MOVE   BO01-TYUMON-SU         TO   ST-TYUMON-SU.
           MOVE   BO01-YAKUSOKU-BI       TO   ST-YAKUSOKU-BI.
           PERFORM   HANBAI-TANKA-HYOKA-PROC.
           PERFORM   ST-RELEASE-PROC.
       *>
       BO01-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>繰越欠品受注ファイルの読み込みと受け渡し（１件分・欠品（Ｂ）。
       *>  欠品受注ファイルと重複する明細は整列後に１件へまとめる）
       *>----------------------------------------------------------------------------
       BOC01-RELEASE-PROC                 SECTION.
       *>
           READ   BOC01-CARRY-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   BOC01-RELEASE-PROC-EXIT
           END-READ.
       *>
           MOVE   SPACE                  TO   ST-RECODE.
           MOVE   BOC01-KOKYAKU-BANGOU   TO   ST-KOKYAKU-BANGOU.
           MOVE   BOC01-ZYUTYU-BANGOU(1:3)
                                         TO   ST-MISEBAN.
           MOVE   "B"                    TO   ST-JOKYO-KUBUN.
           MOVE   BOC01-ZYUTYU-BANGOU    TO   ST-ZYUTYU-BANGOU.
           MOVE   BOC01-SHOHIN-CODE      TO   ST-SHOHIN-CODE.
           MOVE   BOC01-TYUMON-SU        TO   ST-TYUMON-SU.
           MOVE   BOC01-YAKUSOKU-BI      TO   ST-YAKUSOKU-BI.
           PERFORM   HANBAI-TANKA-HYOKA-PROC.
           PERFORM   ST-RELEASE-PROC.
       *>
       BOC01-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>与信保留ファイルの読み込みと受け渡し（１件分・与信保留（Ｈ））
       *>  保留時の受注金額で評価し、約束日には受付日を用いる
       *>----------------------------------------------------------------------------
       HLD01-RELEASE-PROC                 SECTION.
       *>
           READ   HLD01-HOLD-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   HLD01-RELEASE-PROC-EXIT
           END-READ.
       *>
           MOVE   SPACE                  TO   ST-RECODE.
           MOVE   HLD01-KOKYAKU-BANGOU   TO   ST-KOKYAKU-BANGOU.
           MOVE   HLD01-ZYUTYU-BANGOU(1:3)
                                         TO   ST-MISEBAN.
           MOVE   "H"                    TO   ST-JOKYO-KUBUN.
           MOVE   HLD01-ZYUTYU-BANGOU    TO   ST-ZYUTYU-BANGOU.
           MOVE   HLD01-SHOHIN-CODE      TO   ST-SHOHIN-CODE.
           MOVE   HLD01-TYUMON-SU        TO   ST-TYUMON-SU.
           MOVE   HLD01-KINGAKU          TO   ST-KINGAKU.
           IF   HLD01-TYUMON-SU   NOT =   ZERO   THEN
                DIVIDE   HLD01-KINGAKU   BY   HLD01-TYUMON-SU
                         GIVING   ST-TANKA
           ELSE
                MOVE   ZERO   TO   ST-TANKA
           END-IF.
           MOVE   HLD01-UKETUKE-NICHIZI(1:8)
                                         TO   ST-YAKUSOKU-BI.
           PERFORM   ST-RELEASE-PROC.
       *>
       HLD01-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>予約受注ファイルの読み込みと受け渡し（１件分・予約（Ｒ）。
       *>  約束日には受注予定日を用いる）
       *>----------------------------------------------------------------------------
       RSV01-RELEASE-PROC                 SECTION.
       *>
           READ   RSV01-YOYAKU-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   RSV01-RELEASE-PROC-EXIT
           END-READ.
       *>
           MOVE   SPACE                  TO   ST-RECODE.
           MOVE   RSV01-KOKYAKU-BANGOU   TO   ST-KOKYAKU-BANGOU.
           MOVE   RSV01-ZYUTYU-BANGOU(1:3)
                                         TO   ST-MISEBAN.
           MOVE   "R"                    TO   ST-JOKYO-KUBUN.
           MOVE   RSV01-ZYUTYU-BANGOU    TO   ST-ZYUTYU-BANGOU.
           MOVE   RSV01-SHOHIN-CODE      TO   ST-SHOHIN-CODE.
           MOVE   RSV01-TYUMON-SU        TO   ST-TYUMON-SU.
           MOVE   RSV01-HIDUKE           TO   ST-YAKUSOKU-BI.
           PERFORM   HANBAI-TANKA-HYOKA-PROC.
           PERFORM   ST-RELEASE-PROC.
       *>
       RSV01-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>繰越予約受注ファイルの読み込みと受け渡し（１件分・予約（Ｒ）。
       *>  予約受注ファイルと重複する明細は整列後に１件へまとめる）
       *>----------------------------------------------------------------------------
       RSC01-RELEASE-PROC                 SECTION.
       *>
           READ   RSC01-CARRY-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   RSC01-RELEASE-PROC-EXIT
           END-READ.
       *>
           MOVE   SPACE                  TO   ST-RECODE.
           MOVE   RSC01-KOKYAKU-BANGOU   TO   ST-KOKYAKU-BANGOU.
           MOVE   RSC01-ZYUTYU-BANGOU(1:3)
                                         TO   ST-MISEBAN.
           MOVE   "R"                    TO   ST-JOKYO-KUBUN.
           MOVE   RSC01-ZYUTYU-BANGOU    TO   ST-ZYUTYU-BANGOU.
           MOVE   RSC01-SHOHIN-CODE      TO   ST-SHOHIN-CODE.
           MOVE   RSC01-TYUMON-SU        TO   ST-TYUMON-SU.
           MOVE   RSC01-HIDUKE           TO   ST-YAKUSOKU-BI.
           PERFORM   HANBAI-TANKA-HYOKA-PROC.
           PERFORM   ST-RELEASE-PROC.
       *>
       RSC01-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>単価を持たない明細の評価（商品マスタの販売単価×数量。商品マスタに
       *>  無い明細は単価・金額ゼロとする）
       *>----------------------------------------------------------------------------
       HANBAI-TANKA-HYOKA-PROC            SECTION.
       *>
           IF   ST-SHOHIN-CODE   NOT =   KEY-SHOHIN-CODE   THEN
                MOVE   ST-SHOHIN-CODE   TO   KEY-SHOHIN-CODE
                                             IN02-SHOHIN-CODE
                READ   IN02-SHOHIN-MASTER
                    INVALID     KEY
                          MOVE   ZERO         TO   WRK-HANBAI-TANKA
                    NOT   INVALID   KEY
                          MOVE   IN02-TANKA   TO   WRK-HANBAI-TANKA
                END-READ
           END-IF.
       *>
           MOVE   WRK-HANBAI-TANKA   TO   ST-TANKA.
           COMPUTE   ST-KINGAKU   =
                     WRK-HANBAI-TANKA   *   ST-TYUMON-SU.
       *>
       HANBAI-TANKA-HYOKA-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>整列用ファイルへの受け渡し（明細１件）
       *>----------------------------------------------------------------------------
       ST-RELEASE-PROC                    SECTION.
       *>
           RELEASE   ST-RECODE.
           ADD   1   TO   WRK-IN-COUNT.
       *>
       ST-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート後処理（整列済み明細を顧客・店番ごとに印刷し、最後に
       *>  状況区分別の総合計を印刷する）
       *>----------------------------------------------------------------------------
       RETURN-CONTROL-PROC                SECTION.
       *>
           OPEN   OUTPUT   PRT79-ORDBOOK-RPT.
       *>
       *>  見出しの印刷
           MOVE   WRK-RUN-NEN    TO   HD01-NEN.
           MOVE   WRK-RUN-GETU   TO   HD01-GETU.
           MOVE   WRK-RUN-HI     TO   HD01-HI.
           MOVE   SPACE          TO   PRT79-RECODE.
           WRITE  PRT79-RECODE   FROM   HD01-MIDASHI-1.
           MOVE   SPACE          TO   PRT79-RECODE.
           WRITE  PRT79-RECODE   FROM   HD02-KOMOKU-LINE.
       *>
           MOVE   "Y"     TO   WRK-SHOKAI-SW.
           MOVE   SPACE   TO   WRK-MAE-ST-KEY.
           PERFORM   FILE-RETURN-PROC.
       *>
           PERFORM   MEISAI-PROC
                    UNTIL   WRK-AT-END   =   CST-END.
       *>
       *>  最終店番・最終顧客の小計の印刷
           IF   NOT   WRK-SHOKAI   THEN
                PERFORM   MISE-KEI-WRITE-PROC
                PERFORM   KOKYAKU-KEI-WRITE-PROC
           END-IF.
       *>
           PERFORM   SOUKEI-WRITE-PROC.
       *>
           CLOSE   PRT79-ORDBOOK-RPT.
       *>
       RETURN-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>整列済み明細１件の印刷（顧客・店番の切り替わりで小計を印刷する。
       *>  直前と同じ明細は欠品・予約の繰越分との重複として除く）
       *>----------------------------------------------------------------------------
       MEISAI-PROC                        SECTION.
       *>
           IF   NOT   WRK-SHOKAI
           AND  ST-KEY   =   WRK-MAE-ST-KEY   THEN
                ADD   1   TO   WRK-CHOFUKU-COUNT
                PERFORM   FILE-RETURN-PROC
                GO   TO   MEISAI-PROC-EXIT
           END-IF.
       *>
       *>  顧客・店番の切り替わり
           IF   NOT   WRK-SHOKAI   THEN
                IF   ST-KOKYAKU-BANGOU   NOT =   WRK-MAE-KOKYAKU-BANGOU
                THEN
                     PERFORM   MISE-KEI-WRITE-PROC
                     PERFORM   KOKYAKU-KEI-WRITE-PROC
                ELSE
                     IF   ST-MISEBAN   NOT =   WRK-MAE-MISEBAN   THEN
                          PERFORM   MISE-KEI-WRITE-PROC
                     END-IF
                END-IF
           END-IF.
       *>
           IF   WRK-SHOKAI
           OR   ST-KOKYAKU-BANGOU   NOT =   WRK-MAE-KOKYAKU-BANGOU
           THEN
                PERFORM   KOKYAKU-MIDASHI-WRITE-PROC
           END-IF.
       *>
           MOVE   "N"      TO   WRK-SHOKAI-SW.
           MOVE   ST-KEY   TO   WRK-MAE-ST-KEY.
       *>
       *>  状況区分・経過区分の判定
           EVALUATE   ST-JOKYO-KUBUN
               WHEN   "A"      MOVE   1   TO   WRK-JOKYO-IDX
               WHEN   "B"      MOVE   2   TO   WRK-JOKYO-IDX
               WHEN   "H"      MOVE   3   TO   WRK-JOKYO-IDX
               WHEN   OTHER    MOVE   4   TO   WRK-JOKYO-IDX
           END-EVALUATE.
       *>
           IF   ST-YAKUSOKU-BI   =   ZERO   THEN
                MOVE   ZERO   TO   WRK-KEIKA-NISSU
           ELSE
                MOVE   ST-YAKUSOKU-BI   TO   WRK-TSUSAN-HIZUKE
                PERFORM   TSUSAN-NISSU-PROC
                COMPUTE   WRK-KEIKA-NISSU   =
                          WRK-RUN-NISSU   -   WRK-TSUSAN-NISSU
           END-IF.
           EVALUATE   TRUE
               WHEN   WRK-KEIKA-NISSU   <=   ZERO
                      MOVE   1   TO   WRK-KEIKA-IDX
               WHEN   WRK-KEIKA-NISSU   <=   CST-KEIKA-1
                      MOVE   2   TO   WRK-KEIKA-IDX
               WHEN   WRK-KEIKA-NISSU   <=   CST-KEIKA-2
                      MOVE   3   TO   WRK-KEIKA-IDX
               WHEN   OTHER
                      MOVE   4   TO   WRK-KEIKA-IDX
           END-EVALUATE.
       *>
       *>  明細の印刷
           MOVE   ST-MISEBAN                    TO   HD04-MISEBAN.
           MOVE   CST-JOKYO-MEI(WRK-JOKYO-IDX)  TO   HD04-JOKYO-MEI.
           MOVE   ST-ZYUTYU-BANGOU              TO   HD04-ZYUTYU-BANGOU.
           MOVE   ST-SHOHIN-CODE                TO   HD04-SHOHIN-CODE.
           MOVE   ST-TYUMON-SU                  TO   HD04-TYUMON-SU.
           MOVE   ST-TANKA                      TO   HD04-TANKA.
           MOVE   ST-KINGAKU                    TO   HD04-KINGAKU.
           MOVE   ST-YAKUSOKU-BI                TO   HD04-YAKUSOKU-BI.
           MOVE   WRK-KEIKA-NISSU               TO   HD04-KEIKA-NISSU.
           MOVE   CST-KEIKA-MEI(WRK-KEIKA-IDX)  TO   HD04-KEIKA-MEI.
           MOVE   SPACE             TO   PRT79-RECODE.
           WRITE  PRT79-RECODE      FROM   HD04-MEISAI-LINE.
           ADD    1                 TO   WRK-OUT-COUNT.
       *>
       *>  商品マスタに単価の無い欠品・予約明細の件数
           IF   ST-TANKA   =   ZERO
           AND  ( ST-JOKYO-KUBUN   =   "B"
             OR   ST-JOKYO-KUBUN   =   "R" )   THEN
                ADD   1   TO   WRK-TANKA-NASHI-COUNT
           END-IF.
       *>
       *>  小計・総合計への積み上げ
           ADD    1            TO   WRK-MISE-KENSU
                                    WRK-KOKYAKU-KENSU
                                    WRK-SOUKEI-KENSU(WRK-JOKYO-IDX)
                                    WRK-GOKEI-KENSU.
           ADD    ST-KINGAKU   TO   WRK-MISE-KINGAKU
                                    WRK-KOKYAKU-KINGAKU
                                    WRK-SOUKEI-KINGAKU(WRK-JOKYO-IDX)
                                    WRK-GOKEI-KINGAKU.
           ADD    ST-KINGAKU   TO
                  WRK-SOUKEI-KEIKA(WRK-JOKYO-IDX WRK-KEIKA-IDX)
                  WRK-GOKEI-KEIKA(WRK-KEIKA-IDX).
       *>
           PERFORM   FILE-RETURN-PROC.
       *>
       MEISAI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客見出しの印刷（顧客名は顧客マスタより引き当てる）
       *>----------------------------------------------------------------------------
       KOKYAKU-MIDASHI-WRITE-PROC         SECTION.
       *>
           MOVE   ST-KOKYAKU-BANGOU   TO   KEY-KOKYAKU-BANGOU.
           PERFORM   KOKYAKU-SANSHO-PROC.
       *>
           MOVE   ST-KOKYAKU-BANGOU   TO   HD03-KOKYAKU-BANGOU.
           MOVE   WRK-KOKYAKU-MEI     TO   HD03-KOKYAKU-MEI.
           MOVE   SPACE               TO   PRT79-RECODE.
           WRITE  PRT79-RECODE        FROM   HD03-KOKYAKU-LINE.
           ADD    1                   TO   WRK-KOKYAKU-COUNT.
       *>
           MOVE   ZERO   TO   WRK-MISE-KENSU
                              WRK-MISE-KINGAKU
                              WRK-KOKYAKU-KENSU
                              WRK-KOKYAKU-KINGAKU.
       *>
       KOKYAKU-MIDASHI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>店番小計の印刷
       *>----------------------------------------------------------------------------
       MISE-KEI-WRITE-PROC                SECTION.
       *>
           MOVE   WRK-MAE-MISEBAN    TO   HD05-MISEBAN.
           MOVE   WRK-MISE-KENSU     TO   HD05-KENSU.
           MOVE   WRK-MISE-KINGAKU   TO   HD05-KINGAKU.
           MOVE   SPACE              TO   PRT79-RECODE.
           WRITE  PRT79-RECODE       FROM   HD05-MISE-KEI-LINE.
       *>
           MOVE   ZERO   TO   WRK-MISE-KENSU
                              WRK-MISE-KINGAKU.
       *>
       MISE-KEI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客合計の印刷
       *>----------------------------------------------------------------------------
       KOKYAKU-KEI-WRITE-PROC             SECTION.
       *>
           MOVE   WRK-KOKYAKU-KENSU     TO   HD06-KENSU.
           MOVE   WRK-KOKYAKU-KINGAKU   TO   HD06-KINGAKU.
           MOVE   SPACE                 TO   PRT79-RECODE.
           WRITE  PRT79-RECODE          FROM   HD06-KOKYAKU-KEI-LINE.
       *>
       KOKYAKU-KEI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>状況区分別・経過区分別の総合計の印刷
       *>----------------------------------------------------------------------------
       SOUKEI-WRITE-PROC                  SECTION.
       *>
           MOVE   SPACE          TO   PRT79-RECODE.
           WRITE  PRT79-RECODE   FROM   HD07-SOUKEI-MIDASHI.
           MOVE   SPACE          TO   PRT79-RECODE.
           WRITE  PRT79-RECODE   FROM   HD08-SOUKEI-KOMOKU.
       *>
           PERFORM   SOUKEI-LINE-WRITE-PROC
                    VARYING   WRK-SOUKEI-IDX   FROM   1   BY   1
                    UNTIL   WRK-SOUKEI-IDX   >   4.
       *>
           MOVE   "総合計"              TO   HD09-JOKYO-MEI.
           MOVE   WRK-GOKEI-KENSU       TO   HD09-KENSU.
           MOVE   WRK-GOKEI-KINGAKU     TO   HD09-KINGAKU.
           MOVE   WRK-GOKEI-KEIKA(1)    TO   HD09-KEIKA-1.
           MOVE   WRK-GOKEI-KEIKA(2)    TO   HD09-KEIKA-2.
           MOVE   WRK-GOKEI-KEIKA(3)    TO   HD09-KEIKA-3.
           MOVE   WRK-GOKEI-KEIKA(4)    TO   HD09-KEIKA-4.
           MOVE   SPACE                 TO   PRT79-RECODE.
           WRITE  PRT79-RECODE          FROM   HD09-SOUKEI-LINE.
       *>
       SOUKEI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>状況区分別総合計の印刷（状況区分１件分）
       *>----------------------------------------------------------------------------
       SOUKEI-LINE-WRITE-PROC             SECTION.
       *>
           MOVE   CST-JOKYO-MEI(WRK-SOUKEI-IDX)
                                              TO   HD09-JOKYO-MEI.
           MOVE   WRK-SOUKEI-KENSU(WRK-SOUKEI-IDX)   TO   HD09-KENSU.
           MOVE   WRK-SOUKEI-KINGAKU(WRK-SOUKEI-IDX)
                                              TO   HD09-KINGAKU.
           MOVE   WRK-SOUKEI-KEIKA(WRK-SOUKEI-IDX 1) TO   HD09-KEIKA-1.
           MOVE   WRK-SOUKEI-KEIKA(WRK-SOUKEI-IDX 2) TO   HD09-KEIKA-2.
           MOVE   WRK-SOUKEI-KEIKA(WRK-SOUKEI-IDX 3) TO   HD09-KEIKA-3.
           MOVE   WRK-SOUKEI-KEIKA(WRK-SOUKEI-IDX 4) TO   HD09-KEIKA-4.
           MOVE   SPACE                 TO   PRT79-RECODE.
           WRITE  PRT79-RECODE          FROM   HD09-SOUKEI-LINE.
       *>
       SOUKEI-LINE-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客マスタの引き当て（顧客名。直前と同じ顧客は引き当て済みの
       *>  結果を用いる）
       *>----------------------------------------------------------------------------
       KOKYAKU-SANSHO-PROC                SECTION.
       *>
           IF   KEY-KOKYAKU-BANGOU   =   KMS01-KOKYAKU-BANGOU
           AND  WRK-KOKYAKU-MEI   NOT =   SPACE   THEN
                GO   TO   KOKYAKU-SANSHO-PROC-EXIT
           END-IF.
       *>
           MOVE   KEY-KOKYAKU-BANGOU   TO   KMS01-KOKYAKU-BANGOU.
           READ   KMS01-KOKYAKU-MASTER
               INVALID     KEY
                     MOVE   "顧客マスタ未登録"
                                           TO   WRK-KOKYAKU-MEI
               NOT   INVALID   KEY
                     MOVE   KMS01-KOKYAKU-MEI    TO   WRK-KOKYAKU-MEI
           END-READ.
       *>
       KOKYAKU-SANSHO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>整列済み明細の読み込み
       *>----------------------------------------------------------------------------
       FILE-RETURN-PROC                   SECTION.
       *>
           RETURN   ST-SORT-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
           END-RETURN.
       *>
       FILE-RETURN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>通算日数の計算処理（WRK-TSUSAN-HIZUKEの西暦１年１月１日からの日数）
       *>----------------------------------------------------------------------------
       TSUSAN-NISSU-PROC                  SECTION.
       *>
           COMPUTE   WRK-TSUSAN-ZENNEN   =   WRK-TSUSAN-NEN   -   1.
           DIVIDE   WRK-TSUSAN-ZENNEN   BY   4
                    GIVING   WRK-TSUSAN-SHO4
                REMAINDER   WRK-TSUSAN-AMARI.
           DIVIDE   WRK-TSUSAN-ZENNEN   BY   100
                    GIVING   WRK-TSUSAN-SHO100
                REMAINDER   WRK-TSUSAN-AMARI.
           DIVIDE   WRK-TSUSAN-ZENNEN   BY   400
                    GIVING   WRK-TSUSAN-SHO400
                REMAINDER   WRK-TSUSAN-AMARI.
       *>
           IF   WRK-TSUSAN-GETU   <   1
           OR   WRK-TSUSAN-GETU   >   12   THEN
                MOVE   WRK-RUN-NISSU   TO   WRK-TSUSAN-NISSU
                GO   TO   TSUSAN-NISSU-PROC-EXIT
           END-IF.
       *>
           COMPUTE   WRK-TSUSAN-NISSU   =
                     WRK-TSUSAN-ZENNEN   *   365
                     +   WRK-TSUSAN-SHO4
                     -   WRK-TSUSAN-SHO100
                     +   WRK-TSUSAN-SHO400
                     +   CST-RUISEKI(WRK-TSUSAN-GETU)
                     +   WRK-TSUSAN-HI.
       *>
           IF   WRK-TSUSAN-GETU   >   2   THEN
                PERFORM   URUUDOSHI-HANTEI-PROC
                IF   WRK-URUU-NENDO   THEN
                     ADD   1   TO   WRK-TSUSAN-NISSU
                END-IF
           END-IF.
       *>
       TSUSAN-NISSU-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>処理中の年（WRK-TSUSAN-NEN）が閏年かどうかを判定する処理
       *>----------------------------------------------------------------------------
       URUUDOSHI-HANTEI-PROC              SECTION.
       *>
           MOVE   "0"   TO   WRK-URUU-FLG.
       *>
           DIVIDE   WRK-TSUSAN-NEN   BY   4    GIVING   WRK-URUU-NEN4
                REMAINDER   WRK-URUU-NEN4.
           DIVIDE   WRK-TSUSAN-NEN   BY   100  GIVING   WRK-URUU-NEN100
                REMAINDER   WRK-URUU-NEN100.
           DIVIDE   WRK-TSUSAN-NEN   BY   400  GIVING   WRK-URUU-NEN400
                REMAINDER   WRK-URUU-NEN400.
       *>
           IF   WRK-URUU-NEN400   =   ZERO   THEN
                MOVE   "1"   TO   WRK-URUU-FLG
           ELSE
                IF   WRK-URUU-NEN4     =   ZERO
                AND  WRK-URUU-NEN100   NOT =   ZERO   THEN
                     MOVE   "1"   TO   WRK-URUU-FLG
                END-IF
           END-IF.
       *>
       URUUDOSHI-HANTEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>入力ファイルの入出力異常処理（異常終了）
       *>----------------------------------------------------------------------------
       FILE-STATUS-ERROR-PROC             SECTION.
       *>
           MOVE   IN-FILE-STATUS   TO   MSG9-STATUS.
           DISPLAY   MS9-MESSAGE-AREA   UPON   CONSOLE.
       *>
           MOVE   16               TO   RETURN-CODE.
           STOP   RUN.
       *>
       FILE-STATUS-ERROR-PROC-EXIT.
       *>
           EXIT.
