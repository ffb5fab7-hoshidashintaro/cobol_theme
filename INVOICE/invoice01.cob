       *>  請求済み数量を消し込んだ受注状況ファイル（STS03）を書き出し、
       *>  運用で次回のSTATUS01の入力（STS01）へ差し替える。
       *>  請求書番号は制御ファイル（CTL02）で連番を採番し次回へ引き継ぐ。
       *>  顧客マスタに請求先（本部）が登録された店舗の出荷は請求先ごとに
       *>  １通の請求書へまとめ、店舗ごとに見出し・送料・小計を印刷する。
       *>  同一顧客でも届け先（郵便番号）が異なる出荷は届け先ごとに
       *>  見出し・送料・小計を分けて印刷する。
       *>  請求先の顧客マスタに外貨の請求通貨が登録されている場合は、
       *>  為替レートマスタ（KWR01）から発行日に適用するレートを取得し、
       *>  円建ての請求合計に併せて外貨換算額を印刷する（帳簿は円建て）。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     STATUS       IS ZEI-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]為替レートマスタファイル（通貨・適用日別の円換算レート）
       *>----------------------------------------------------------------------------
       SELECT    KWR01-KAWASE-MASTER ASSIGN       TO   "KWR01.txt"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     STATUS       IS KWR-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]商品マスタファイル（出荷重量の参照）
       *>----------------------------------------------------------------------------
       SELECT    IN02-SHOHIN-MASTER  ASSIGN       TO   "IN02.txt"
                                     RECORD KEY   IS IN02-SHOHIN-CODE
                                     STATUS       IS IN02-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]顧客マスタファイル（送料免除基準額・請求先の参照）
       *>----------------------------------------------------------------------------
       SELECT    KMS01-KOKYAKU-MASTER ASSIGN      TO   "KMS01.txt"
                                     ORGANIZATION IS INDEXED
       *>   --キット区分・親商品コード（受注ファイルより引き継ぐ）--
            03   STS02-KIT-KUBUN              PIC X(001).
            03   STS02-KIT-OYA-CODE           PIC X(006).
       *>   --配達区分・配達日（STATUS01が配達証明より記録する）--
            03   STS02-HAITATSU-KUBUN         PIC X(001).
            03   STS02-HAITATSU-BI            PIC 9(008).
       *>----------------------------------------------------------------------------
       *>[出力]受注状況ファイル（消し込み後）のレイアウト定義（入力と同一形式）
       *>----------------------------------------------------------------------------
       FD   STS03-KOSHIN-FILE.
       01   STS03-RECODE                      PIC X(156).
       *>----------------------------------------------------------------------------
       *>ソート作業ファイルのレイアウト定義（請求先・顧客番号を先頭キーに
       *>  再配置。請求先は本部一括請求の店舗なら本部、それ以外は自身）
       *>----------------------------------------------------------------------------
       SD   ST-ZYUTYU-FILE.
       01   ST-RECODE.
            03   ST-SEIKYU-SAKI               PIC 9(006).
            03   ST-KOKYAKU-BANGOU            PIC 9(006).
            03   ST-KOKYAKU-MEI               PIC X(020).
            03   ST-KOKYAKU-ZYUSHO            PIC X(040).
            03   ZEI01-HYOJUN-RITU            PIC 9V99.
            03   ZEI01-KEIGEN-RITU            PIC 9V99.
       *>----------------------------------------------------------------------------
       *>為替レートマスタファイルのレイアウト定義（通貨１単位あたりの円）
       *>----------------------------------------------------------------------------
       FD   KWR01-KAWASE-MASTER.
       01   KWR01-RECODE.
            03   KWR01-TSUKA-CODE             PIC X(003).
            03   KWR01-TEKIYO-BI              PIC 9(008).
            03   KWR01-RATE                   PIC 9(003)V9(004).
       *>----------------------------------------------------------------------------
       *>商品マスタファイルのレイアウト定義（TEST0001と同一レイアウト）
       *>----------------------------------------------------------------------------
       FD   IN02-SHOHIN-MASTER.
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
       *>顧客マスタファイルのレイアウト定義（KOKYAKU_UPDATE01と同一）
       *>----------------------------------------------------------------------------
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
       *>[入力]送料地帯別料率ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
            03   CAS01-UNSO-CODE              PIC X(002).
       *>----------------------------------------------------------------------------
       *>[入出力]請求書レジスタファイルのレイアウト定義
       *>  （レコード区分：Ｈ＝請求書見出し、Ｄ＝明細、Ｔ＝合計、
       *>    Ｂ＝店舗見出し、Ｓ＝店舗小計（Ｂ・Ｓは本部一括請求のみ）。
       *>    監査対応の欠番のない連番台帳であり、再発行の元資料となる）
       *>----------------------------------------------------------------------------
       FD   IVR01-REGISTER-FILE.
            03   IVR01-H-HAKKO-BI             PIC 9(008).
            03   FILLER                       PIC X(006).
       *>
       *>  明細レコードの再定義（受注番号・商品名・数量・単価・金額・
       *>  商品コード・税率区分）
       01   IVR01-D-RECODE   REDEFINES   IVR01-RECODE.
            03   FILLER                       PIC X(009).
            03   IVR01-D-ZYUTYU-BANGOU        PIC X(008).
            03   IVR01-D-TYUMON-SU            PIC S9(005).
            03   IVR01-D-TANKA                PIC 9(005).
            03   IVR01-D-KINGAKU              PIC S9(008).
            03   IVR01-D-SHOHIN-CODE          PIC X(006).
            03   IVR01-D-ZEI-KUBUN            PIC X(001).
            03   FILLER                       PIC X(027).
       *>
       *>  合計レコードの再定義（送料・消費税・税込合計・一括請求区分。
       *>  一括請求の送料は店舗ごとの送料の合計。税率区分別の課税対象額・
       *>  消費税額と適用した税率を併せて記録する（消費税集計の元資料）。
       *>  外貨建て請求は請求通貨と適用レートを記録する）
       01   IVR01-T-RECODE   REDEFINES   IVR01-RECODE.
            03   FILLER                       PIC X(009).
            03   IVR01-T-SORYO-GAKU           PIC 9(007).
            03   IVR01-T-SHOUHI-ZEI           PIC S9(008).
            03   IVR01-T-ZEIKOMI-GOUKEI       PIC S9(010).
            03   IVR01-T-IKKATSU              PIC X(001).
            03   IVR01-T-HYOJUN-GAKU          PIC S9(009).
            03   IVR01-T-KEIGEN-GAKU          PIC S9(009).
            03   IVR01-T-ZEI-HYOJUN           PIC S9(008).
            03   IVR01-T-ZEI-KEIGEN           PIC S9(008).
            03   IVR01-T-HYOJUN-RITU          PIC 9V99.
            03   IVR01-T-KEIGEN-RITU          PIC 9V99.
       *>   --外貨建て請求の請求通貨と適用レート（円建ては空白）--
            03   IVR01-T-TSUKA-CODE           PIC X(003).
            03   IVR01-T-KAWASE-RATE          PIC 9(003)V9(004).
            03   FILLER                       PIC X(004).
       *>
       *>  店舗見出しレコードの再定義（店舗の顧客番号・名称・届け先）
       01   IVR01-B-RECODE   REDEFINES   IVR01-RECODE.
            03   FILLER                       PIC X(009).
            03   IVR01-B-KOKYAKU-BANGOU       PIC 9(006).
            03   IVR01-B-KOKYAKU-MEI          PIC X(020).
            03   IVR01-B-KOKYAKU-ZYUSHO       PIC X(040).
            03   FILLER                       PIC X(014).
       *>
       *>  店舗小計レコードの再定義（店舗の顧客番号・送料・送料込み小計）
       01   IVR01-S-RECODE   REDEFINES   IVR01-RECODE.
            03   FILLER                       PIC X(009).
            03   IVR01-S-KOKYAKU-BANGOU       PIC 9(006).
            03   IVR01-S-SORYO-GAKU           PIC 9(007).
            03   IVR01-S-SHOKEI               PIC S9(010).
            03   FILLER                       PIC X(057).
       *>----------------------------------------------------------------------------
       *>[入出力]請求書番号制御ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       01   WRK-AT-END-ZEI                    PIC X(004).
       01   WRK-ZEI-RITU-PCT                  PIC 9(002).
       *>
       *>--為替レートの一括読み込み用テーブル--
       77   CST-MAX-KAWASE-KENSU              PIC 9(003) VALUE 999.
       01   WRK-KAWASE-TBL.
            03   WRK-KAWASE-ENT                   OCCURS 999.
                 05   WRK-KAWASE-TSUKA            PIC X(003).
                 05   WRK-KAWASE-TEKIYO-BI        PIC 9(008).
                 05   WRK-KAWASE-TBL-RATE         PIC 9(003)V9(004).
       01   WRK-KAWASE-CNT                    PIC 9(003).
       01   WRK-KAWASE-IDX                    PIC 9(003).
       01   KWR-FILE-STATUS                   PIC XX.
       *>
       *>--請求先の請求通貨と発行日に適用する為替レート（円建て・
       *>  レート未登録時はレートゼロ）と外貨換算した請求合計--
       01   WRK-TSUKA-CODE                    PIC X(003).
            88   WRK-TSUKA-EN                 VALUE SPACE "JPY".
       01   WRK-KAWASE-RATE                   PIC 9(003)V9(004).
       01   WRK-KAWASE-TEKIYO                 PIC 9(008).
       01   WRK-GAIKA-GOUKEI                  PIC S9(010)V99.
       *>
       01   WRK-WORK-AREA.
            03   WRK-AT-END                   PIC X(004).
            03   WRK-OUT-COUNT                PIC 9(006).
       *>--明細行の商品の税率区分の退避領域--
       01   WRK-LINE-ZEI-KUBUN                PIC X(001).
       *>
       *>--前レコードの集計キー（請求先・顧客番号）保存用--
       01   KEY-SEIKYU-SAKI                   PIC 9(006).
       01   KEY-KOKYAKU-BANGOU                PIC 9(006).
       01   KEY-YUBIN-BANGOU                  PIC X(007).
       *>
       *>--本部一括請求用（一括請求区分・店舗の商品計・送料の合計・
       *>  請求先の名称と住所）--
       01   WRK-IKKATSU-SW                    PIC X(001).
            88   WRK-IKKATSU                  VALUE "Y".
       01   WRK-SHITEN-KINGAKU                PIC S9(010).
       01   WRK-SORYO-GOUKEI                  PIC 9(007).
       01   WRK-SEIKYU-MEI                    PIC X(020).
       01   WRK-SEIKYU-ZYUSHO                 PIC X(040).
       *>
       *>--出荷時請求用（請求数量・明細金額の計算）--
       01   WRK-SEIKYU-SU                     PIC S9(005).
            03   HD02-KOKYAKU-MEI             PIC X(020).
       *>
       01   HD03-ZYUSHO-LINE.
            03   HD03-KOMOKU                  PIC X(012)
                                 VALUE "届け先：".
            03   HD03-KOKYAKU-ZYUSHO          PIC X(040).
       *>
       *>--本部一括請求の店舗見出し行--
       01   HDB1-SHITEN-LINE.
            03   FILLER                       PIC X(009)
                                 VALUE "店舗：".
            03   HDB1-KOKYAKU-BANGOU          PIC ZZZZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HDB1-KOKYAKU-MEI             PIC X(020).
            03   FILLER                       PIC X(015)
                                 VALUE "　届け先：".
            03   HDB1-KOKYAKU-ZYUSHO          PIC X(040).
       *>
       *>--本部一括請求の店舗小計行（店舗の商品計＋送料）--
       01   HDS1-SHOKEI-LINE.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   FILLER                       PIC X(015)
                                 VALUE "店舗小計（".
            03   HDS1-KOKYAKU-BANGOU          PIC ZZZZZ9.
            03   FILLER                       PIC X(006)
                                 VALUE "）：".
            03   HDS1-SHOKEI                  PIC -Z,ZZZ,ZZZ,ZZ9.
       *>
       01   HD04-MEISAI-LINE.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD04-SHOHIN-MI               PIC X(020).
                                 VALUE "請求合計：".
            03   HD06-ZEIKOMI-GOUKEI          PIC -Z,ZZZ,ZZZ,ZZ9.
       *>
       *>--外貨建て請求の請求通貨・適用レート行（見出しに続けて印刷する）--
       01   HDK1-TSUKA-LINE.
            03   FILLER                       PIC X(015)
                                 VALUE "請求通貨：".
            03   HDK1-TSUKA-CODE              PIC X(003).
            03   FILLER                       PIC X(021)
                                 VALUE "　適用レート：".
            03   HDK1-KAWASE-RATE             PIC ZZ9.9999.
            03   FILLER                       PIC X(003)
                                 VALUE "円".
       *>
       *>--外貨建ての顧客でレート未登録の場合の表示（円建てで請求する）--
       01   HDK2-MITOROKU-LINE.
            03   FILLER                       PIC X(015)
                                 VALUE "請求通貨：".
            03   HDK2-TSUKA-CODE              PIC X(003).
            03   FILLER                       PIC X(042)
                 VALUE "（レート未登録・円建て）".
       *>
       *>--外貨建て請求の外貨換算合計行（請求合計に続けて印刷する）--
       01   HDK3-GAIKA-LINE.
            03   FILLER                       PIC X(016)
                                 VALUE "外貨換算：".
            03   HDK3-TSUKA-CODE              PIC X(003).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HDK3-GAIKA-GOUKEI            PIC -Z,ZZZ,ZZZ,ZZ9.99.
       *>
       01   HD07-PAGE-LINE.
            03   FILLER                       PIC X(012)
                                 VALUE "ページ：".
                          KMS01-KOKYAKU-MASTER.
           PERFORM   SORYO-FILE-LOAD-PROC.
           PERFORM   WARIATE-FILE-LOAD-PROC.
           PERFORM   KAWASE-FILE-LOAD-PROC.
       *>
       *>  受注ファイルを顧客番号順に整列し、顧客ごとに請求書を発行する
           SORT   ST-ZYUTYU-FILE
                  ON   ASCENDING   KEY   ST-SEIKYU-SAKI
                  ON   ASCENDING   KEY   ST-KOKYAKU-BANGOU
                  ON   ASCENDING   KEY   ST-YUBIN-BANGOU
                  ON   ASCENDING   KEY   ST-ZYUTYU-BANGOU
               INPUT   PROCEDURE   RELEASE-CONTROL-PROC
               OUTPUT  PROCEDURE   RETURN-CONTROL-PROC.
                       MOVE   WRK-SEIKYU-KINGAKU-W TO  ST-KINGAKU
                       MOVE   STS02-YUBIN-BANGOU   TO
                                          ST-YUBIN-BANGOU
                       PERFORM  SEIKYU-SAKI-GET-PROC
                       RELEASE  ST-RECODE
       *>
       *>              請求済み数量の消し込み
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>請求先の決定（顧客マスタのキー検索。請求先が登録された店舗は
       *>  本部の顧客番号、それ以外と顧客マスタ未登録は自身を請求先とする）
       *>----------------------------------------------------------------------------
       SEIKYU-SAKI-GET-PROC              SECTION.
       *>
           MOVE   STS02-KOKYAKU-BANGOU   TO   ST-SEIKYU-SAKI.
           MOVE   STS02-KOKYAKU-BANGOU   TO   KMS01-KOKYAKU-BANGOU.
       *>
           READ KMS01-KOKYAKU-MASTER
               INVALID     KEY
                     CONTINUE
               NOT   INVALID   KEY
                     IF   KMS01-SEIKYU-SAKI   NOT =   ZERO   THEN
                          MOVE   KMS01-SEIKYU-SAKI   TO
                                 ST-SEIKYU-SAKI
                     END-IF
           END-READ.
       *>
       SEIKYU-SAKI-GET-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート後主処理（請求先ごとの請求書発行制御）
       *>----------------------------------------------------------------------------
       RETURN-CONTROL-PROC               SECTION.
       *>
       *>
       *>  先頭顧客の請求書見出しの印刷
           IF   WRK-AT-END   NOT =   CST-END   THEN
                MOVE   ST-SEIKYU-SAKI      TO   KEY-SEIKYU-SAKI
                MOVE   ST-KOKYAKU-BANGOU   TO   KEY-KOKYAKU-BANGOU
                MOVE   ST-YUBIN-BANGOU     TO   KEY-YUBIN-BANGOU
                PERFORM   INVOICE-MIDASHI-WRITE-PROC
           END-IF.
       *>
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート後受注ファイルの請求書編集（請求先の変わり目で合計・見出し、
       *>  同一請求先内の店舗の変わり目で店舗小計・店舗見出しを印刷）
       *>----------------------------------------------------------------------------
       INVOICE-MAIN-PROC                 SECTION.
       *>
       *>  集計キー（請求先）変わりを判定
           IF   ST-SEIKYU-SAKI   NOT =   KEY-SEIKYU-SAKI   THEN
       *>
       *>       前請求先の消費税・請求合計の印刷
                PERFORM   INVOICE-GOUKEI-WRITE-PROC
       *>
       *>       現請求先の請求書見出しの印刷
                MOVE   ST-SEIKYU-SAKI      TO   KEY-SEIKYU-SAKI
                MOVE   ST-KOKYAKU-BANGOU   TO   KEY-KOKYAKU-BANGOU
                MOVE   ST-YUBIN-BANGOU     TO   KEY-YUBIN-BANGOU
                PERFORM   INVOICE-MIDASHI-WRITE-PROC
       *>
       *>  集計キー（店舗の顧客番号・届け先の郵便番号）変わりを判定
           ELSE   IF   ST-KOKYAKU-BANGOU   NOT =   KEY-KOKYAKU-BANGOU
                  OR   ST-YUBIN-BANGOU     NOT =   KEY-YUBIN-BANGOU
           THEN
       *>
       *>       前店舗の送料・小計の印刷
                PERFORM   SHITEN-SHOKEI-WRITE-PROC
       *>
       *>       現店舗の店舗見出しの印刷
                MOVE   ST-KOKYAKU-BANGOU   TO   KEY-KOKYAKU-BANGOU
                MOVE   ST-YUBIN-BANGOU     TO   KEY-YUBIN-BANGOU
                PERFORM   SHITEN-MIDASHI-WRITE-PROC
           END-IF
           END-IF.
       *>
       *>  明細行の印刷
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>請求書見出しの印刷処理（請求先ごとに請求書番号を採番して印刷する）
       *>  請求書の宛先は請求先の顧客とし、先頭の出荷が店舗のものであれば
       *>  本部一括請求として続けて店舗見出しを印刷する
       *>----------------------------------------------------------------------------
       INVOICE-MIDASHI-WRITE-PROC        SECTION.
       *>
           MOVE   ZERO            TO   WRK-MEISAI-COUNT.
           MOVE   ZERO            TO   WRK-INV-JURYO-G.
           MOVE   ST-YUBIN-BANGOU TO   WRK-INV-YUBIN-BANGOU.
           MOVE   ZERO            TO   WRK-SHITEN-KINGAKU.
           MOVE   ZERO            TO   WRK-SORYO-GOUKEI.
           MOVE   SPACE           TO   WRK-IKKATSU-SW.
       *>
       *>  請求先の名称・住所の取得（店舗の出荷から始まる場合は顧客
       *>  マスタから本部を引き当てる。未登録時は出荷の顧客情報を用いる）
           MOVE   ST-KOKYAKU-MEI      TO   WRK-SEIKYU-MEI.
           MOVE   ST-KOKYAKU-ZYUSHO   TO   WRK-SEIKYU-ZYUSHO.
           MOVE   "届け先："          TO   HD03-KOMOKU.
           IF   ST-SEIKYU-SAKI   NOT =   ST-KOKYAKU-BANGOU   THEN
                MOVE   "Y"                TO   WRK-IKKATSU-SW
                MOVE   "請求先："         TO   HD03-KOMOKU
                MOVE   ST-SEIKYU-SAKI     TO   KMS01-KOKYAKU-BANGOU
                READ KMS01-KOKYAKU-MASTER
                    INVALID     KEY
                          CONTINUE
                    NOT   INVALID   KEY
                          MOVE   KMS01-KOKYAKU-MEI     TO
                                 WRK-SEIKYU-MEI
                          MOVE   KMS01-KOKYAKU-ZYUSHO  TO
                                 WRK-SEIKYU-ZYUSHO
                END-READ
           END-IF.
       *>
           MOVE   WRK-SEIKYU-BANGOU   TO   HD01-SEIKYU-BANGOU.
           MOVE   WRK-RUN-NEN         TO   HD01-NEN.
           MOVE   SPACE           TO   PRT01-RECODE.
           WRITE  PRT01-RECODE    FROM   HD07-PAGE-LINE.
       *>
           MOVE   ST-SEIKYU-SAKI      TO   HD02-KOKYAKU-BANGOU.
           MOVE   WRK-SEIKYU-MEI      TO   HD02-KOKYAKU-MEI.
           MOVE   SPACE           TO   PRT01-RECODE.
           WRITE  PRT01-RECODE    FROM   HD02-KOKYAKU-LINE.
       *>
           MOVE   WRK-SEIKYU-ZYUSHO   TO   HD03-KOKYAKU-ZYUSHO.
           MOVE   SPACE           TO   PRT01-RECODE.
           WRITE  PRT01-RECODE    FROM   HD03-ZYUSHO-LINE.
       *>
           MOVE   4               TO   WRK-LINE-COUNT.
       *>
       *>  請求先の請求通貨と適用レートの取得（外貨建ては通貨行を印刷）
           PERFORM   TSUKA-GET-PROC.
           IF   NOT   WRK-TSUKA-EN   THEN
                IF   WRK-KAWASE-RATE   >   ZERO   THEN
                     MOVE   WRK-TSUKA-CODE    TO   HDK1-TSUKA-CODE
                     MOVE   WRK-KAWASE-RATE   TO   HDK1-KAWASE-RATE
                     MOVE   SPACE          TO   PRT01-RECODE
                     WRITE  PRT01-RECODE   FROM   HDK1-TSUKA-LINE
                ELSE
                     MOVE   WRK-TSUKA-CODE    TO   HDK2-TSUKA-CODE
                     MOVE   SPACE          TO   PRT01-RECODE
                     WRITE  PRT01-RECODE   FROM   HDK2-MITOROKU-LINE
                END-IF
                ADD    1               TO   WRK-LINE-COUNT
           END-IF.
       *>
       *>  発行件数のカウント
           ADD    1               TO   WRK-OUT-COUNT.
       *>
           MOVE   SPACE               TO   IVR01-RECODE.
           MOVE   "H"                 TO   IVR01-RECORD-KUBUN.
           MOVE   WRK-SEIKYU-BANGOU   TO   IVR01-SEIKYU-BANGOU.
           MOVE   ST-SEIKYU-SAKI      TO   IVR01-H-KOKYAKU-BANGOU.
           MOVE   WRK-SEIKYU-MEI      TO   IVR01-H-KOKYAKU-MEI.
           MOVE   WRK-SEIKYU-ZYUSHO   TO   IVR01-H-KOKYAKU-ZYUSHO.
           MOVE   WRK-RUN-DATE        TO   IVR01-H-HAKKO-BI.
           WRITE  IVR01-RECODE.
       *>
       *>  本部一括請求は先頭店舗の店舗見出しを続けて印刷
           IF   WRK-IKKATSU   THEN
                PERFORM   SHITEN-MIDASHI-WRITE-PROC
           END-IF.
       *>
       INVOICE-MIDASHI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>店舗見出しの印刷処理（本部一括請求の店舗の変わり目で印刷する）
       *>  送料は店舗の届け先ごとに計算するため、届け先の郵便番号と
       *>  重量計・商品計を店舗単位で初期化する
       *>----------------------------------------------------------------------------
       SHITEN-MIDASHI-WRITE-PROC         SECTION.
       *>
           MOVE   "Y"                 TO   WRK-IKKATSU-SW.
           MOVE   ZERO                TO   WRK-INV-JURYO-G.
           MOVE   ZERO                TO   WRK-SHITEN-KINGAKU.
           MOVE   ST-YUBIN-BANGOU     TO   WRK-INV-YUBIN-BANGOU.
       *>
           MOVE   ST-KOKYAKU-BANGOU   TO   HDB1-KOKYAKU-BANGOU.
           MOVE   ST-KOKYAKU-MEI      TO   HDB1-KOKYAKU-MEI.
           MOVE   ST-KOKYAKU-ZYUSHO   TO   HDB1-KOKYAKU-ZYUSHO.
           MOVE   SPACE           TO   PRT01-RECODE.
           WRITE  PRT01-RECODE    FROM   HDB1-SHITEN-LINE.
           ADD    1               TO   WRK-LINE-COUNT.
       *>
       *>  請求書レジスタへの店舗見出しレコードの追記
           MOVE   SPACE               TO   IVR01-RECODE.
           MOVE   "B"                 TO   IVR01-RECORD-KUBUN.
           MOVE   WRK-SEIKYU-BANGOU   TO   IVR01-SEIKYU-BANGOU.
           MOVE   ST-KOKYAKU-BANGOU   TO   IVR01-B-KOKYAKU-BANGOU.
           MOVE   ST-KOKYAKU-MEI      TO   IVR01-B-KOKYAKU-MEI.
           MOVE   ST-KOKYAKU-ZYUSHO   TO   IVR01-B-KOKYAKU-ZYUSHO.
           WRITE  IVR01-RECODE.
       *>
       SHITEN-MIDASHI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>店舗小計の印刷処理（本部一括請求の店舗の変わり目・最終店舗で印刷）
       *>  店舗の送料行と、商品計に送料を加えた店舗小計行を印刷する
       *>----------------------------------------------------------------------------
       SHITEN-SHOKEI-WRITE-PROC          SECTION.
       *>
           MOVE   "Y"                 TO   WRK-IKKATSU-SW.
       *>
           PERFORM   SORYO-LINE-WRITE-PROC.
       *>
           MOVE   KEY-KOKYAKU-BANGOU  TO   HDS1-KOKYAKU-BANGOU.
           MOVE   WRK-SHITEN-KINGAKU  TO   HDS1-SHOKEI.
           MOVE   SPACE           TO   PRT01-RECODE.
           WRITE  PRT01-RECODE    FROM   HDS1-SHOKEI-LINE.
           ADD    1               TO   WRK-LINE-COUNT.
       *>
       *>  請求書レジスタへの店舗小計レコードの追記
           MOVE   SPACE               TO   IVR01-RECODE.
           MOVE   "S"                 TO   IVR01-RECORD-KUBUN.
           MOVE   WRK-SEIKYU-BANGOU   TO   IVR01-SEIKYU-BANGOU.
           MOVE   KEY-KOKYAKU-BANGOU  TO   IVR01-S-KOKYAKU-BANGOU.
           MOVE   WRK-SORYO-GAKU      TO   IVR01-S-SORYO-GAKU.
           MOVE   WRK-SHITEN-KINGAKU  TO   IVR01-S-SHOKEI.
           WRITE  IVR01-RECODE.
       *>
       SHITEN-SHOKEI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>明細行の編集・印刷処理（１件分）
       *>----------------------------------------------------------------------------
       MEISAI-WRITE-PROC                 SECTION.
           ADD    1               TO   WRK-LINE-COUNT.
           ADD    1               TO   WRK-MEISAI-COUNT.
           ADD    ST-KINGAKU      TO   WRK-SEIKYU-KINGAKU.
           ADD    ST-KINGAKU      TO   WRK-SHITEN-KINGAKU.
       *>
       *>  税率区分別の課税対象額への積み上げ（"1"＝軽減税率対象）
           IF   WRK-LINE-ZEI-KUBUN   =   "1"   THEN
           MOVE   ST-TYUMON-SU        TO   IVR01-D-TYUMON-SU.
           MOVE   ST-TANKA            TO   IVR01-D-TANKA.
           MOVE   ST-KINGAKU          TO   IVR01-D-KINGAKU.
           MOVE   ST-SHOHIN-CODE      TO   IVR01-D-SHOHIN-CODE.
           MOVE   WRK-LINE-ZEI-KUBUN  TO   IVR01-D-ZEI-KUBUN.
           WRITE  IVR01-RECODE.
       *>
       MEISAI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>消費税・請求合計の編集・印刷処理（請求先の変わり目・最終請求先で
       *>  印刷）
       *>----------------------------------------------------------------------------
       INVOICE-GOUKEI-WRITE-PROC         SECTION.
       *>
       *>  送料行の印刷（本部一括請求は最終店舗の送料・小計を印刷）
           IF   WRK-IKKATSU   THEN
                PERFORM   SHITEN-SHOKEI-WRITE-PROC
           ELSE
                PERFORM   SORYO-LINE-WRITE-PROC
           END-IF.
       *>
       *>  税率区分別の消費税の計算（四捨五入）と小計行の印刷
           COMPUTE   WRK-ZEI-HYOJUN   ROUNDED   =
           MOVE   SPACE               TO   PRT01-RECODE.
           WRITE  PRT01-RECODE        FROM   HD06-GOUKEI-LINE.
       *>
       *>  外貨建て請求は税込合計を適用レートで外貨換算して印刷
       *>  （小数点以下２桁に四捨五入）
           IF   NOT   WRK-TSUKA-EN
           AND  WRK-KAWASE-RATE   >   ZERO   THEN
                COMPUTE   WRK-GAIKA-GOUKEI   ROUNDED   =
                          WRK-ZEIKOMI-GOUKEI   /   WRK-KAWASE-RATE
                MOVE   WRK-TSUKA-CODE      TO   HDK3-TSUKA-CODE
                MOVE   WRK-GAIKA-GOUKEI    TO   HDK3-GAIKA-GOUKEI
                MOVE   SPACE            TO   PRT01-RECODE
                WRITE  PRT01-RECODE     FROM   HDK3-GAIKA-LINE
                ADD    1                TO   WRK-LINE-COUNT
           END-IF.
       *>
       *>  請求書レジスタへの合計レコードの追記
           MOVE   SPACE               TO   IVR01-RECODE.
           MOVE   "T"                 TO   IVR01-RECORD-KUBUN.
           MOVE   WRK-SEIKYU-BANGOU   TO   IVR01-SEIKYU-BANGOU.
           MOVE   WRK-SORYO-GOUKEI    TO   IVR01-T-SORYO-GAKU.
           MOVE   WRK-SHOUHI-ZEI      TO   IVR01-T-SHOUHI-ZEI.
           MOVE   WRK-ZEIKOMI-GOUKEI  TO   IVR01-T-ZEIKOMI-GOUKEI.
           MOVE   WRK-IKKATSU-SW      TO   IVR01-T-IKKATSU.
           MOVE   WRK-SEIKYU-HYOJUN-GAKU   TO   IVR01-T-HYOJUN-GAKU.
           MOVE   WRK-SEIKYU-KEIGEN-GAKU   TO   IVR01-T-KEIGEN-GAKU.
           MOVE   WRK-ZEI-HYOJUN           TO   IVR01-T-ZEI-HYOJUN.
           MOVE   WRK-ZEI-KEIGEN           TO   IVR01-T-ZEI-KEIGEN.
           MOVE   WRK-HYOJUN-RITU          TO   IVR01-T-HYOJUN-RITU.
           MOVE   WRK-KEIGEN-RITU          TO   IVR01-T-KEIGEN-RITU.
           IF   NOT   WRK-TSUKA-EN
           AND  WRK-KAWASE-RATE   >   ZERO   THEN
                MOVE   WRK-TSUKA-CODE      TO   IVR01-T-TSUKA-CODE
                MOVE   WRK-KAWASE-RATE     TO   IVR01-T-KAWASE-RATE
           END-IF.
           WRITE  IVR01-RECODE.
       *>
           MOVE   SPACE               TO   PRT01-RECODE.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>送料の計算と送料行の印刷処理（送料は消費税の課税対象へ含める）
       *>----------------------------------------------------------------------------
       SORYO-LINE-WRITE-PROC             SECTION.
       *>
           PERFORM   SORYO-KEISAN-PROC.
           MOVE   WRK-SORYO-GAKU       TO   HDF1-SORYO-GAKU.
           MOVE   SPACE                TO   PRT01-RECODE.
           WRITE  PRT01-RECODE         FROM   HDF1-SORYO-LINE.
           ADD    1                    TO   WRK-LINE-COUNT.
           ADD    WRK-SORYO-GAKU       TO   WRK-SEIKYU-KINGAKU.
           ADD    WRK-SORYO-GAKU       TO   WRK-SEIKYU-HYOJUN-GAKU.
           ADD    WRK-SORYO-GAKU       TO   WRK-SHITEN-KINGAKU.
           ADD    WRK-SORYO-GAKU       TO   WRK-SORYO-GOUKEI.
       *>
       SORYO-LINE-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート後受注ファイルの読み込み
       *>----------------------------------------------------------------------------
       FILE-RETURN-PROC                  SECTION.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>為替レートマスタの一括読み込み（線形検索用テーブルへ格納）
       *>  マスタが無い場合は外貨建ての顧客も円建てで請求する
       *>----------------------------------------------------------------------------
       KAWASE-FILE-LOAD-PROC             SECTION.
       *>
           MOVE   ZERO    TO   WRK-KAWASE-CNT.
           MOVE   SPACE   TO   WRK-AT-END-SUB.
       *>
           OPEN   INPUT   KWR01-KAWASE-MASTER.
       *>
           IF   KWR-FILE-STATUS   =   "00"   THEN
                PERFORM   KAWASE-FILE-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END-SUB = CST-END
                CLOSE   KWR01-KAWASE-MASTER
           END-IF.
       *>
       KAWASE-FILE-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>為替レートマスタの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       KAWASE-FILE-READ-PROC             SECTION.
       *>
           READ KWR01-KAWASE-MASTER
               AT    END
                     MOVE   "END"   TO   WRK-AT-END-SUB
       *>
               NOT   AT     END
                     IF   WRK-KAWASE-CNT  <  CST-MAX-KAWASE-KENSU  THEN
                          ADD   1   TO   WRK-KAWASE-CNT
                          MOVE   KWR01-TSUKA-CODE     TO
                              WRK-KAWASE-TSUKA(WRK-KAWASE-CNT)
                          MOVE   KWR01-TEKIYO-BI      TO
                              WRK-KAWASE-TEKIYO-BI(WRK-KAWASE-CNT)
                          MOVE   KWR01-RATE           TO
                              WRK-KAWASE-TBL-RATE(WRK-KAWASE-CNT)
                     END-IF
           END-READ.
       *>
       KAWASE-FILE-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>請求先の請求通貨と適用レートの取得
       *>  顧客マスタの請求通貨が空白・JPY・未登録の請求先は円建てとする。
       *>  外貨は為替レートテーブルのうち当該通貨で適用日が発行日以前の
       *>  最も新しいレートを採用する（該当なしはレートゼロ）
       *>----------------------------------------------------------------------------
       TSUKA-GET-PROC                    SECTION.
       *>
           MOVE   SPACE            TO   WRK-TSUKA-CODE.
           MOVE   ZERO             TO   WRK-KAWASE-RATE.
           MOVE   ZERO             TO   WRK-KAWASE-TEKIYO.
       *>
           MOVE   ST-SEIKYU-SAKI   TO   KMS01-KOKYAKU-BANGOU.
           READ KMS01-KOKYAKU-MASTER
               INVALID     KEY
                     CONTINUE
               NOT   INVALID   KEY
                     MOVE   KMS01-TSUKA-CODE   TO   WRK-TSUKA-CODE
           END-READ.
       *>
           IF   WRK-TSUKA-EN   THEN
                GO   TO   TSUKA-GET-PROC-EXIT
           END-IF.
       *>
           PERFORM   KAWASE-TBL-CHECK-PROC
                     VARYING   WRK-KAWASE-IDX   FROM   1   BY   1
                     UNTIL     WRK-KAWASE-IDX   >   WRK-KAWASE-CNT.
       *>
       TSUKA-GET-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>為替レートテーブルの採用判定（１件分）
       *>----------------------------------------------------------------------------
       KAWASE-TBL-CHECK-PROC             SECTION.
       *>
           IF   WRK-KAWASE-TSUKA(WRK-KAWASE-IDX)   =   WRK-TSUKA-CODE
           AND  WRK-KAWASE-TEKIYO-BI(WRK-KAWASE-IDX)   <=   WRK-RUN-DATE
           AND  WRK-KAWASE-TEKIYO-BI(WRK-KAWASE-IDX)   >=
                                        WRK-KAWASE-TEKIYO   THEN
                MOVE   WRK-KAWASE-TBL-RATE(WRK-KAWASE-IDX)   TO
                                        WRK-KAWASE-RATE
                MOVE   WRK-KAWASE-TEKIYO-BI(WRK-KAWASE-IDX)  TO
                                        WRK-KAWASE-TEKIYO
           END-IF.
       *>
       KAWASE-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>前回請求書番号の取得（制御ファイルが無い初回実行時はゼロから開始）
       *>----------------------------------------------------------------------------
       SEIKYU-BANGOU-GET-PROC            SECTION.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>送料の計算処理（請求中顧客１件分。本部一括請求は店舗１件分）
       *>  届け先の郵便番号上３桁で運送会社を割り当て、送料地帯別料率
       *>  （基本料＋キロ単価×重量）で送料を求める。顧客マスタの
       *>  送料免除基準額が設定済みで税抜商品計が基準額以上の場合は
           END-READ.
       *>
           IF   WRK-MENJO-GAKU   >   ZERO
           AND  WRK-SHITEN-KINGAKU   >=   WRK-MENJO-GAKU   THEN
                MOVE   "（免除適用）"   TO   HDF1-MENJO-HYOJI
                GO   TO   SORYO-KEISAN-PROC-EXIT
           END-IF.
                MOVE   SPACE           TO   PRT01-RECODE
                WRITE  PRT01-RECODE    FROM   HD04-MEISAI-LINE
       *>
           ELSE   IF   IVR01-RECORD-KUBUN   =   "B"   THEN
                MOVE   IVR01-B-KOKYAKU-BANGOU  TO
                       HDB1-KOKYAKU-BANGOU
                MOVE   IVR01-B-KOKYAKU-MEI     TO   HDB1-KOKYAKU-MEI
                MOVE   IVR01-B-KOKYAKU-ZYUSHO  TO
                       HDB1-KOKYAKU-ZYUSHO
                MOVE   SPACE           TO   PRT01-RECODE
                WRITE  PRT01-RECODE    FROM   HDB1-SHITEN-LINE
       *>
           ELSE   IF   IVR01-RECORD-KUBUN   =   "S"   THEN
                MOVE   IVR01-S-SORYO-GAKU   TO   HDF1-SORYO-GAKU
                MOVE   SPACE               TO   HDF1-MENJO-HYOJI
                MOVE   SPACE           TO   PRT01-RECODE
                WRITE  PRT01-RECODE    FROM   HDF1-SORYO-LINE
                MOVE   IVR01-S-KOKYAKU-BANGOU  TO
                       HDS1-KOKYAKU-BANGOU
                MOVE   IVR01-S-SHOKEI       TO   HDS1-SHOKEI
                MOVE   SPACE           TO   PRT01-RECODE
                WRITE  PRT01-RECODE    FROM   HDS1-SHOKEI-LINE
       *>
           ELSE   IF   IVR01-RECORD-KUBUN   =   "T"   THEN
       *>       本部一括請求の送料は店舗小計レコードで印刷済み
                IF   IVR01-T-IKKATSU   NOT =   "Y"   THEN
                     MOVE   IVR01-T-SORYO-GAKU   TO   HDF1-SORYO-GAKU
                     MOVE   SPACE            TO   HDF1-MENJO-HYOJI
                     MOVE   SPACE            TO   PRT01-RECODE
                     WRITE  PRT01-RECODE     FROM   HDF1-SORYO-LINE
                END-IF
                MOVE   IVR01-T-SHOUHI-ZEI   TO   HD05-SHOUHI-ZEI
                MOVE   SPACE           TO   PRT01-RECODE
                WRITE  PRT01-RECODE    FROM   HD05-ZEI-LINE
                       HD06-ZEIKOMI-GOUKEI
                MOVE   SPACE           TO   PRT01-RECODE
                WRITE  PRT01-RECODE    FROM   HD06-GOUKEI-LINE
       *>       外貨建て請求は記録した適用レートで外貨換算額を再印刷
                IF   IVR01-T-KAWASE-RATE   IS   NUMERIC
                AND  IVR01-T-KAWASE-RATE   >   ZERO
                AND  IVR01-T-TSUKA-CODE    NOT =   SPACE   THEN
                     COMPUTE   WRK-GAIKA-GOUKEI   ROUNDED   =
                               IVR01-T-ZEIKOMI-GOUKEI
                               /   IVR01-T-KAWASE-RATE
                     MOVE   IVR01-T-TSUKA-CODE   TO   HDK3-TSUKA-CODE
                     MOVE   WRK-GAIKA-GOUKEI     TO   HDK3-GAIKA-GOUKEI
                     MOVE   SPACE            TO   PRT01-RECODE
                     WRITE  PRT01-RECODE     FROM   HDK3-GAIKA-LINE
                END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
