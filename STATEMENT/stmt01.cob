       *>  月末受注アーカイブファイル（ARC01）を顧客番号順に整列し、
       *>  顧客ごとに冒頭行・受注明細行（受注日・金額）・消費税行・
       *>  月合計行を編集した請求明細書を発行する。
       *>  請求対象は顧客マスタ（KMS01）の締日までの明細とし、締日より後の
       *>  明細は締日後繰越ファイル（SCO01）へ退避して次回の請求に回す
       *>  （月次実行を前提に、前回の繰越分はSCI01として読み込む）。
       *>  冒頭行には締日と回収サイトから求めた支払期日を印刷する。
       *>  顧客マスタに請求先（本部）が登録された店舗は請求先ごとに１通の
       *>  明細書へまとめ（締日・支払期日は請求先のもの）、店舗ごとに見出しと
       *>  小計を印刷する。請求サマリは店舗ごとに書き出し、消費税は明細書
       *>  単位で計算した額を店舗へ按分する。
       *>  請求先の顧客マスタに外貨の請求通貨が登録されている場合は、
       *>  為替レートマスタ（KWR01）から締日に適用するレートを取得して
       *>  月合計の外貨換算額を印刷し、請求サマリへも通貨・レート・
       *>  外貨請求額を書き出す（帳簿は円建て）。
       *>  末尾には管理合計ページを印刷し、明細件数をアーカイブの
       *>  トレーラ件数と突き合わせて過不足が無いことを確認できるようにする。
       *>----------------------------------------------------------------------------
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS IN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]締日後繰越ファイル（前回実行のSCO01。初回実行時は無くてもよい）
       *>----------------------------------------------------------------------------
       SELECT    SCI01-KURIKOSHI-IN   ASSIGN       TO   "SCI01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS SCI-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]顧客マスタファイル（締日・回収サイト・請求先の参照）
       *>----------------------------------------------------------------------------
       SELECT    KMS01-KOKYAKU-MASTER ASSIGN       TO   "KMS01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE   IS DYNAMIC
                                      RECORD KEY    IS
                                            KMS01-KOKYAKU-BANGOU
                                      STATUS KMS-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>顧客番号順整列用のソート作業ファイル
       *>----------------------------------------------------------------------------
       SELECT    ST-ARCHIVE-FILE      ASSIGN       TO   "ST".
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     STATUS       IS ZEI-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]為替レートマスタファイル（通貨・適用日別の円換算レート）
       *>----------------------------------------------------------------------------
       SELECT    KWR01-KAWASE-MASTER  ASSIGN      TO   "KWR01.txt"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     STATUS       IS KWR-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]月次顧客請求明細書
       *>----------------------------------------------------------------------------
       SELECT    PRT01-STATEMENT      ASSIGN       TO   "PRT14.txt"
       SELECT    SUS03-SUSPENSE-FILE  ASSIGN       TO   "SUS03.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>[出力]締日後繰越ファイル（締日より後の明細。次回実行の入力へ引き継ぐ）
       *>----------------------------------------------------------------------------
       SELECT    SCO01-KURIKOSHI-OUT  ASSIGN       TO   "SCO01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
            03   ARC01-TR-GETSUMATSU-HI       PIC 9(008).
            03   FILLER                       PIC X(138).
       *>----------------------------------------------------------------------------
       *>[入力]締日後繰越ファイルのレイアウト定義（ARC01と同一）
       *>----------------------------------------------------------------------------
       FD   SCI01-KURIKOSHI-IN.
       01   SCI01-RECODE                      PIC X(159).
       *>----------------------------------------------------------------------------
       *>顧客マスタファイルのレイアウト定義（KOKYAKU_UPDATE01と同一）
       *>----------------------------------------------------------------------------
       FD   KMS01-KOKYAKU-MASTER.
       01   KMS01-RECODE.
            03   KMS01-KOKYAKU-BANGOU          PIC 9(006).
            03   KMS01-KOKYAKU-MEI             PIC X(020).
            03   KMS01-KOKYAKU-ZYUSHO          PIC X(040).
            03   KMS01-YOSHIN-GENDO            PIC 9(009).
            03   KMS01-KAIKAKE-ZANDAKA         PIC 9(009).
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
       *>ソート作業ファイルのレイアウト定義（請求先・顧客番号を先頭キーに
       *>  再配置。請求先は本部一括請求の店舗なら本部、それ以外は自身）
       *>----------------------------------------------------------------------------
       SD   ST-ARCHIVE-FILE.
       01   ST-RECODE.
            03   ST-SEIKYU-SAKI               PIC 9(006).
            03   ST-KOKYAKU-BANGOU            PIC 9(006).
            03   ST-KOKYAKU-MEI               PIC X(020).
            03   ST-KOKYAKU-ZYUSHO            PIC X(040).
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
       *>[入力]消費税率マスタファイルのレイアウト定義（THEME0002と同一）
       *>----------------------------------------------------------------------------
            03   ZEI01-HYOJUN-RITU            PIC 9V99.
            03   ZEI01-KEIGEN-RITU            PIC 9V99.
       *>----------------------------------------------------------------------------
       *>為替レートマスタファイルのレイアウト定義（INVOICE01と同一）
       *>----------------------------------------------------------------------------
       FD   KWR01-KAWASE-MASTER.
       01   KWR01-RECODE.
            03   KWR01-TSUKA-CODE             PIC X(003).
            03   KWR01-TEKIYO-BI              PIC 9(008).
            03   KWR01-RATE                   PIC 9(003)V9(004).
       *>----------------------------------------------------------------------------
       *>[出力]月次顧客請求明細書のレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT01-STATEMENT.
       01   PRT01-RECODE                      PIC X(100).
       *>----------------------------------------------------------------------------
       *>[出力]請求サマリファイルのレイアウト定義
       *>  （顧客ごとに１件。請求年月と税込の月合計を記録する。
       *>    本部一括請求は店舗ごとに１件とし、締日・支払期日は請求先のもの）
       *>----------------------------------------------------------------------------
       FD   STM01-SEIKYU-FILE.
       01   STM01-RECODE.
            03   STM01-KOKYAKU-BANGOU         PIC 9(006).
            03   STM01-SEIKYU-NENGETU         PIC 9(006).
            03   STM01-SEIKYU-GAKU            PIC S9(010).
       *>   --締日・支払期日--
            03   STM01-SHIME-BI               PIC 9(008).
            03   STM01-SHIHARAI-KIJITSU       PIC 9(008).
       *>   --外貨建て請求の請求通貨・適用レート・外貨請求額
       *>     （円建ては空白・ゼロ）--
            03   STM01-TSUKA-CODE             PIC X(003).
            03   STM01-KAWASE-RATE            PIC 9(003)V9(004).
            03   STM01-GAIKA-SEIKYU-GAKU      PIC S9(010)V99.
       *>----------------------------------------------------------------------------
       *>[出力]会計期間サスペンスファイルのレイアウト定義
       *>----------------------------------------------------------------------------
            03   SUS03-NAIYO                  PIC X(155).
            03   SUS03-NENGETU                PIC 9(006).
       *>----------------------------------------------------------------------------
       *>[出力]締日後繰越ファイルのレイアウト定義（ARC01と同一）
       *>----------------------------------------------------------------------------
       FD   SCO01-KURIKOSHI-OUT.
       01   SCO01-RECODE                      PIC X(159).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
                 88   WRK-TRAILER-ARI         VALUE "Y".
            *>--会計期間サスペンス退避件数--
            03   WRK-SUSPENSE-COUNT           PIC 9(006).
            *>--前回繰越分の請求件数・アーカイブからの締日後繰越件数--
            03   WRK-KURIKOMI-COUNT           PIC 9(006).
            03   WRK-KURIKOSHI-COUNT          PIC 9(006).
            *>--読み込み中の明細の出所（Ｓ＝前回繰越分）--
            03   WRK-MEISAI-DEMOTO            PIC X(001).
                 88   WRK-DEMOTO-KURIKOSHI    VALUE "S".
       *>
       *>--返金（クレジットメモ）の取り込み用--
       01   CRD-FILE-STATUS                   PIC XX.
            88   WRK-TAIO-MITUKE              VALUE "Y".
       01   WRK-TAIO-KOKYAKU-GO               PIC 9(006).
       *>
       *>--請求先別の未充当（過月）返金の集計テーブル（メモ行用）--
       77   CST-MAX-KOGETSU-KENSU             PIC 9(003) VALUE 999.
       01   WRK-KOGETSU-TBL.
            03   WRK-KOGETSU-ENT                  OCCURS 999.
       01   WRK-PER-CACHE-NENGETU             PIC 9(006) VALUE ZERO.
       01   WRK-PER-CACHE-JOKYO               PIC X(001) VALUE "O".
       *>
       *>--締日・支払期日の算出用（顧客マスタの引き当て結果をキャッシュする）--
       01   SCI-FILE-STATUS                   PIC XX.
       01   KMS-FILE-STATUS                   PIC XX.
       01   WRK-KMS-CACHE-BANGOU              PIC 9(006) VALUE ZERO.
       01   WRK-KMS-CACHE-ARI-SW              PIC X(001) VALUE SPACE.
            88   WRK-KMS-CACHE-ARI            VALUE "Y".
       01   WRK-KMS-SHIME-BI                  PIC 9(002).
       01   WRK-KMS-KAISHU-TSUKI              PIC 9(001).
       01   WRK-KMS-KAISHU-BI                 PIC 9(002).
       01   WRK-SHIME-DATE                    PIC 9(008).
       01   WRK-SHIME-DATE-H.
            03   WRK-SHIME-NEN                PIC 9(004).
            03   WRK-SHIME-GETU               PIC 9(002).
            03   WRK-SHIME-HI                 PIC 9(002).
       01   WRK-KIJITSU-DATE                  PIC 9(008).
       01   WRK-KIJITSU-DATE-H.
            03   WRK-KIJITSU-NEN              PIC 9(004).
            03   WRK-KIJITSU-GETU             PIC 9(002).
            03   WRK-KIJITSU-HI               PIC 9(002).
       *>--請求中顧客の締日・支払期日（冒頭行で確定し合計行で用いる）--
       01   WRK-KOK-SHIME-DATE                PIC 9(008).
       01   WRK-KOK-KIJITSU-DATE              PIC 9(008).
       *>--月末日の算出用--
       01   WRK-CALC-NEN                      PIC 9(004).
       01   WRK-CALC-GETU                     PIC 9(002).
       01   WRK-MATSUBI                       PIC 9(002).
       01   WRK-URUU-FLG                      PIC X(001).
            88   WRK-URUU-NENDO               VALUE "1".
       01   WRK-ZYURUI-NEN4                   PIC 9(004).
       01   WRK-ZYURUI-NEN100                 PIC 9(004).
       01   WRK-ZYURUI-NEN400                 PIC 9(004).
       01   CST-MATSUBI-TBL.
            03   CST-MATSUBI-01               PIC 9(002) VALUE 31.
            03   CST-MATSUBI-02               PIC 9(002) VALUE 28.
            03   CST-MATSUBI-03               PIC 9(002) VALUE 31.
            03   CST-MATSUBI-04               PIC 9(002) VALUE 30.
            03   CST-MATSUBI-05               PIC 9(002) VALUE 31.
            03   CST-MATSUBI-06               PIC 9(002) VALUE 30.
            03   CST-MATSUBI-07               PIC 9(002) VALUE 31.
            03   CST-MATSUBI-08               PIC 9(002) VALUE 31.
            03   CST-MATSUBI-09               PIC 9(002) VALUE 30.
            03   CST-MATSUBI-10               PIC 9(002) VALUE 31.
            03   CST-MATSUBI-11               PIC 9(002) VALUE 30.
            03   CST-MATSUBI-12               PIC 9(002) VALUE 31.
       01   CST-MATSUBI-R REDEFINES CST-MATSUBI-TBL.
            03   CST-MATSUBI                  PIC 9(002) OCCURS 12.
       *>
       *>--前レコードの集計キー（請求先・顧客番号）保存用--
       01   KEY-SEIKYU-SAKI                   PIC 9(006).
       01   KEY-KOKYAKU-BANGOU                PIC 9(006).
       *>
       *>--請求先の引き当て用（直近の引き当て結果をキャッシュする）--
       01   WRK-SSK-KOKYAKU                   PIC 9(006).
       01   WRK-SEIKYU-SAKI-GO                PIC 9(006).
       01   WRK-SSK-CACHE-KOKYAKU             PIC 9(006) VALUE ZERO.
       01   WRK-SSK-CACHE-SAKI                PIC 9(006) VALUE ZERO.
       01   WRK-SSK-CACHE-ARI-SW              PIC X(001) VALUE SPACE.
            88   WRK-SSK-CACHE-ARI            VALUE "Y".
       *>
       *>--本部一括請求用（一括請求区分・請求先の名称と住所）--
       01   WRK-IKKATSU-SW                    PIC X(001).
            88   WRK-IKKATSU                  VALUE "Y".
       01   WRK-SEIKYU-MEI                    PIC X(020).
       01   WRK-SEIKYU-ZYUSHO                 PIC X(040).
       *>
       *>--明細書内の店舗別集計テーブル（請求サマリの店舗別書き出しと
       *>  消費税の按分に用いる。上限超過分は最終エントリへ合算する）--
       77   CST-MAX-SHITEN-KENSU              PIC 9(003) VALUE 999.
       01   WRK-SHITEN-TBL.
            03   WRK-SHITEN-ENT                   OCCURS 999.
                 05   WRK-SHT-KOKYAKU             PIC 9(006).
                 05   WRK-SHT-KINGAKU             PIC S9(009).
                 05   WRK-SHT-HYOJUN-GAKU         PIC S9(009).
                 05   WRK-SHT-KEIGEN-GAKU         PIC S9(009).
       01   WRK-SHITEN-CNT                    PIC 9(003).
       01   WRK-SHITEN-IDX                    PIC 9(003).
       01   WRK-SHT-ZEI-HYOJUN                PIC S9(008).
       01   WRK-SHT-ZEI-KEIGEN                PIC S9(008).
       01   WRK-SHT-SHOUHI-ZEI                PIC S9(008).
       01   WRK-HAIBUN-ZEI-KEI                PIC S9(008).
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
       01   WRK-AT-END-KWR                    PIC X(004).
       *>
       *>--請求先の請求通貨と締日に適用する為替レート（円建て・
       *>  レート未登録時はレートゼロ）、外貨換算した月合計と店舗按分計--
       01   WRK-TSUKA-CODE                    PIC X(003).
            88   WRK-TSUKA-EN                 VALUE SPACE "JPY".
       01   WRK-KAWASE-RATE                   PIC 9(003)V9(004).
       01   WRK-KAWASE-TEKIYO                 PIC 9(008).
       01   WRK-GAIKA-GOUKEI                  PIC S9(010)V99.
       01   WRK-SHT-GAIKA-GAKU                PIC S9(010)V99.
       01   WRK-HAIBUN-GAIKA-KEI              PIC S9(010)V99.
       *>
       01   IN-FILE-STATUS                    PIC XX.
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "STMT01".
       01   WRK-AUD-RUN-ID                    PIC 9(006) VALUE ZERO.
       01   WRK-START-TIME                    PIC 9(006).
       01   WRK-START-TIME-NAMA               PIC 9(008).
       *>
       *>実行日の退避領域
       01   WRK-RUN-DATE                      PIC 9(008).
       01   WRK-RUN-DATE-H.
            03   HD02-KOKYAKU-MEI             PIC X(020).
       *>
       01   HD03-ZYUSHO-LINE.
            03   HD03-KOMOKU                  PIC X(012)
                                 VALUE "届け先：".
            03   HD03-KOKYAKU-ZYUSHO          PIC X(040).
       *>
       *>--本部一括請求の店舗見出し行・店舗小計行--
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
       01   HDS1-SHOKEI-LINE.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   FILLER                       PIC X(015)
                                 VALUE "店舗小計（".
            03   HDS1-KOKYAKU-BANGOU          PIC ZZZZZ9.
            03   FILLER                       PIC X(006)
                                 VALUE "）：".
            03   HDS1-SHOKEI                  PIC -Z,ZZZ,ZZZ,ZZ9.
       *>
       01   HD15-SHIME-LINE.
            03   FILLER                       PIC X(012)
                                 VALUE "締日：".
            03   HD15-SHIME-BI                PIC 9999/99/99.
            03   FILLER                       PIC X(021)
                                 VALUE "　お支払期日：".
            03   HD15-KIJITSU                 PIC 9999/99/99.
       *>
       01   HD04-MEISAI-LINE.
            03   FILLER                       PIC X(012)
                                 VALUE "　受注：".
                                 VALUE "月合計：".
            03   HD06-ZEIKOMI-GOUKEI          PIC -Z,ZZZ,ZZZ,ZZ9.
       *>
       *>--外貨建て請求の請求通貨・適用レート行（冒頭行に続けて印刷する）--
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
       *>--外貨建て請求の外貨換算合計行（月合計に続けて印刷する）--
       01   HDK3-GAIKA-LINE.
            03   FILLER                       PIC X(016)
                                 VALUE "外貨換算：".
            03   HDK3-TSUKA-CODE              PIC X(003).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HDK3-GAIKA-GOUKEI            PIC -Z,ZZZ,ZZZ,ZZ9.99.
       *>
       *>--当月返金（クレジットメモ）明細行・返金計・未充当メモの印刷用パーツ--
       01   HD11-HENKIN-LINE.
            03   FILLER                       PIC X(012)
                                 VALUE "返金総合計：".
            03   HD14-SOU-CREDIT              PIC -ZZ,ZZZ,ZZZ,ZZ9.
       *>
       01   HD16-KANRI-LINE5.
            03   FILLER                       PIC X(024)
                            VALUE "前回繰越請求数：".
            03   HD16-KURIKOMI-COUNT          PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(024)
                            VALUE "　締日後繰越数：".
            03   HD16-KURIKOSHI-COUNT         PIC ZZZ,ZZ9.
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
       *>
       *>--入出力異常発生時に表示するメッセージ--
       01   MS9-MESSAGE-AREA.
            03   MSG9-FILE-MEI                PIC X(020)
                  VALUE "ARC01-ARCHIVE-FILE".
            03   FILLER                       PIC X(023)
                  VALUE "入出力異常 STATUS=".
            03   MSG9-STATUS                  PIC X(002).
       *>----------------------------------------------------------------------------
       *>手続き部
           MOVE   ZERO    TO   WRK-TRAILER-COUNT.
           MOVE   SPACE   TO   WRK-TRAILER-ARI-SW.
           MOVE   ZERO    TO   WRK-SUSPENSE-COUNT.
           MOVE   ZERO    TO   WRK-KURIKOMI-COUNT.
           MOVE   ZERO    TO   WRK-KURIKOSHI-COUNT.
           MOVE   ZERO    TO   WRK-SOU-CREDIT-KEI.
           MOVE   ZERO    TO   WRK-TAIO-CNT.
           MOVE   ZERO    TO   WRK-KOGETSU-CNT.
       *>
       *>  開始時刻・実行日の取得
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           MOVE     WRK-RUN-DATE   TO     WRK-RUN-DATE-H.
       *>
       *>  発行日に適用する消費税率の取得
           PERFORM   ZEIRITU-GET-PROC.
       *>
       *>  外貨建て請求用の為替レートの一括読み込み
           PERFORM   KAWASE-FILE-LOAD-PROC.
       *>
       *>  締日・回収サイト参照用の顧客マスタ
           OPEN   INPUT   KMS01-KOKYAKU-MASTER.
           IF   KMS-FILE-STATUS   NOT =   "00"   THEN
                MOVE   "KMS01-KOKYAKU-MASTER"   TO   MSG9-FILE-MEI
                MOVE   KMS-FILE-STATUS          TO   IN-FILE-STATUS
                PERFORM   FILE-STATUS-ERROR-PROC
           END-IF.
       *>
       *>  アーカイブファイルを請求先・顧客番号順に整列し、請求先ごとに
       *>  発行する
           SORT   ST-ARCHIVE-FILE
                  ON   ASCENDING   KEY   ST-SEIKYU-SAKI
                  ON   ASCENDING   KEY   ST-KOKYAKU-BANGOU
                  ON   ASCENDING   KEY   ST-ZYUTYU-BANGOU
               INPUT   PROCEDURE   RELEASE-CONTROL-PROC
               OUTPUT  PROCEDURE   RETURN-CONTROL-PROC.
       *>
           CLOSE   KMS01-KOKYAKU-MASTER.
       *>
           MOVE   WRK-OUT-COUNT   TO   MSG2-COUNT.
           DISPLAY   MS1-MESSAGE-AREA   UPON   CONSOLE.
       *>
           MOVE   WRK-SUSPENSE-COUNT   TO   MSG3-COUNT.
           DISPLAY   MS3-MESSAGE-AREA   UPON   CONSOLE.
       *>
       *>  共通監査ログへの実行実績の記録
           CALL   "AUDIT_LOG01"   USING   WRK-JOB-NAME
                                          WRK-AUD-RUN-ID
                                          WRK-MEISAI-COUNT
                                          WRK-OUT-COUNT
                                          WRK-SUSPENSE-COUNT
                                          WRK-START-TIME.
       *>
           STOP RUN.
       *>----------------------------------------------------------------------------
       *>
           OPEN   INPUT    ARC01-ARCHIVE-FILE
                           IN02-SHOHIN-MASTER
                  OUTPUT   SUS03-SUSPENSE-FILE
                           SCO01-KURIKOSHI-OUT.
       *>
       *>  前回の締日後繰越分を先に取り込む（ファイルが無ければ読み飛ばす）
           MOVE   SPACE   TO   WRK-AT-END.
           MOVE   "S"     TO   WRK-MEISAI-DEMOTO.
           OPEN   INPUT   SCI01-KURIKOSHI-IN.
           IF   SCI-FILE-STATUS   =   "00"   THEN
                PERFORM   KURIKOSHI-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   SCI01-KURIKOSHI-IN
           END-IF.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
           MOVE   "A"     TO   WRK-MEISAI-DEMOTO.
       *>
           PERFORM   RELEASE-MAIN-PROC
                                     UNTIL   WRK-AT-END = CST-END.
       *>
           CLOSE   ARC01-ARCHIVE-FILE
                   IN02-SHOHIN-MASTER
                   SUS03-SUSPENSE-FILE
                   SCO01-KURIKOSHI-OUT.
       *>
       RELEASE-CONTROL-PROC-EXIT.
       *>
                  MOVE   "END"   TO   WRK-AT-END
       *>
            NOT   AT   END
                  PERFORM   ARCHIVE-MEISAI-HANTEI-PROC
       *>
           END-READ.
       *>
       *>  正常終了（"10"）以外のステータスは入出力異常として中断
           IF   IN-FILE-STATUS NOT = "00"
                AND   IN-FILE-STATUS NOT = "10"   THEN
                PERFORM   FILE-STATUS-ERROR-PROC
           END-IF.
       *>
       RELEASE-MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>前回の締日後繰越ファイルの読み込み（１件分）
       *>  アーカイブと同一レイアウトのため、アーカイブのレコード領域へ
       *>  移してアーカイブ明細と同じ判定を行う
       *>----------------------------------------------------------------------------
       KURIKOSHI-READ-PROC               SECTION.
       *>
           READ   SCI01-KURIKOSHI-IN
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
       *>
            NOT   AT   END
                  MOVE   SCI01-RECODE   TO   ARC01-RECODE
                  PERFORM   ARCHIVE-MEISAI-HANTEI-PROC
       *>
           END-READ.
       *>
       KURIKOSHI-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>アーカイブ明細の判定と整列用ファイルへの書き込み（１件分）
       *>  トレーラは件数を退避し、クローズ済み月の明細はサスペンスへ、
       *>  顧客の締日より後の明細は締日後繰越ファイルへ振り分ける
       *>----------------------------------------------------------------------------
       ARCHIVE-MEISAI-HANTEI-PROC        SECTION.
       *>
                  IF   ARC01-TRAILER-CODE   =   "TRAILER"   THEN
                       MOVE   "Y"                  TO
                                    WRK-TRAILER-ARI-SW
                                   SUS03-NENGETU
                            WRITE  SUS03-RECODE
                            ADD    1   TO   WRK-SUSPENSE-COUNT
                            GO   TO   ARCHIVE-MEISAI-HANTEI-PROC-EXIT
                       END-IF
       *>
       *>              請求先の締日より後の明細は次回の請求へ繰り越す
                       MOVE   ARC01-KOKYAKU-BANGOU TO
                                    WRK-SSK-KOKYAKU
                       PERFORM   SEIKYU-SAKI-GET-PROC
                       MOVE   WRK-SEIKYU-SAKI-GO   TO
                                    KMS01-KOKYAKU-BANGOU
                       PERFORM   SHIME-KIJITSU-GET-PROC
                       IF   ARC01-HIDUKE   >   WRK-SHIME-DATE   THEN
                            MOVE   ARC01-RECODE   TO   SCO01-RECODE
                            WRITE  SCO01-RECODE
                            IF   NOT   WRK-DEMOTO-KURIKOSHI   THEN
                                 ADD   1   TO   WRK-KURIKOSHI-COUNT
                            END-IF
                            GO   TO   ARCHIVE-MEISAI-HANTEI-PROC-EXIT
                       END-IF
                       IF   WRK-DEMOTO-KURIKOSHI   THEN
                            ADD   1   TO   WRK-KURIKOMI-COUNT
                       END-IF
                       MOVE   WRK-SEIKYU-SAKI-GO   TO
                                    ST-SEIKYU-SAKI
                       MOVE   ARC01-KOKYAKU-BANGOU TO
                                    ST-KOKYAKU-BANGOU
                       MOVE   ARC01-KOKYAKU-MEI    TO  ST-KOKYAKU-MEI
                            MOVE   ARC01-KOKYAKU-BANGOU TO
                                   WRK-TAIO-KOKYAKU(WRK-TAIO-CNT)
                       END-IF
                  END-IF.
       *>
       ARCHIVE-MEISAI-HANTEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート後主処理（請求先ごとの請求明細書発行制御）
       *>----------------------------------------------------------------------------
       RETURN-CONTROL-PROC               SECTION.
       *>
           PERFORM   FILE-RETURN-PROC.
       *>
           IF   WRK-AT-END   NOT =   CST-END   THEN
                MOVE   ST-SEIKYU-SAKI      TO   KEY-SEIKYU-SAKI
                MOVE   ST-KOKYAKU-BANGOU   TO   KEY-KOKYAKU-BANGOU
                PERFORM   STATEMENT-MIDASHI-WRITE-PROC
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート後アーカイブファイルの請求明細書編集
       *>  （請求先の変わり目で合計・冒頭行を、同一請求先内の店舗の
       *>    変わり目で店舗小計・店舗見出しを印刷する）
       *>----------------------------------------------------------------------------
       STATEMENT-MAIN-PROC               SECTION.
       *>
           IF   ST-SEIKYU-SAKI   NOT =   KEY-SEIKYU-SAKI   THEN
                PERFORM   STATEMENT-GOUKEI-WRITE-PROC
                MOVE   ST-SEIKYU-SAKI      TO   KEY-SEIKYU-SAKI
                MOVE   ST-KOKYAKU-BANGOU   TO   KEY-KOKYAKU-BANGOU
                PERFORM   STATEMENT-MIDASHI-WRITE-PROC
           ELSE   IF   ST-KOKYAKU-BANGOU   NOT =   KEY-KOKYAKU-BANGOU
           THEN
                PERFORM   SHITEN-SHOKEI-WRITE-PROC
                MOVE   ST-KOKYAKU-BANGOU   TO   KEY-KOKYAKU-BANGOU
                PERFORM   SHITEN-MIDASHI-WRITE-PROC
           END-IF
           END-IF.
       *>
       *>  受注明細行・返金行の印刷（返金行は月合計へマイナスで通算する）
       *>
           ADD    ST-KINGAKU     TO   WRK-TSUKI-KINGAKU.
           ADD    ST-KINGAKU     TO   WRK-SOU-KINGAKU.
       *>
           ADD    ST-KINGAKU     TO   WRK-SHT-KINGAKU(WRK-SHITEN-CNT).
       *>
       *>  税率区分別の課税対象額への積み上げ（"1"＝軽減税率対象）
           IF   ST-ZEI-KUBUN   =   "1"   THEN
                ADD   ST-KINGAKU   TO   WRK-TSUKI-KEIGEN-GAKU
                ADD   ST-KINGAKU   TO
                      WRK-SHT-KEIGEN-GAKU(WRK-SHITEN-CNT)
           ELSE
                ADD   ST-KINGAKU   TO   WRK-TSUKI-HYOJUN-GAKU
                ADD   ST-KINGAKU   TO
                      WRK-SHT-HYOJUN-GAKU(WRK-SHITEN-CNT)
           END-IF.
       *>
           PERFORM   FILE-RETURN-PROC.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>請求明細書冒頭行（請求先の顧客情報）の印刷処理
       *>  先頭の明細が店舗のものであれば本部一括請求として請求先（本部）の
       *>  名称・住所を顧客マスタから引き当て、続けて店舗見出しを印刷する
       *>----------------------------------------------------------------------------
       STATEMENT-MIDASHI-WRITE-PROC      SECTION.
       *>
           MOVE   ZERO   TO   WRK-TSUKI-HYOJUN-GAKU.
           MOVE   ZERO   TO   WRK-TSUKI-KEIGEN-GAKU.
           MOVE   ZERO   TO   WRK-CREDIT-KEI.
           MOVE   ZERO   TO   WRK-SHITEN-CNT.
           PERFORM   SHITEN-TBL-ADD-PROC.
       *>
           MOVE   SPACE               TO   WRK-IKKATSU-SW.
           MOVE   ST-KOKYAKU-MEI      TO   WRK-SEIKYU-MEI.
           MOVE   ST-KOKYAKU-ZYUSHO   TO   WRK-SEIKYU-ZYUSHO.
           MOVE   "届け先："          TO   HD03-KOMOKU.
           IF   ST-SEIKYU-SAKI   NOT =   ST-KOKYAKU-BANGOU   THEN
                MOVE   "Y"                TO   WRK-IKKATSU-SW
                MOVE   "請求先："         TO   HD03-KOMOKU
                MOVE   ST-SEIKYU-SAKI     TO   KMS01-KOKYAKU-BANGOU
                READ   KMS01-KOKYAKU-MASTER
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
           MOVE   WRK-RUN-NEN    TO   HD01-NEN.
           MOVE   WRK-RUN-GETU   TO   HD01-GETU.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD01-MIDASHI-1.
       *>
           MOVE   ST-SEIKYU-SAKI      TO   HD02-KOKYAKU-BANGOU.
           MOVE   WRK-SEIKYU-MEI      TO   HD02-KOKYAKU-MEI.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD02-KOKYAKU-LINE.
       *>
           MOVE   WRK-SEIKYU-ZYUSHO   TO   HD03-KOKYAKU-ZYUSHO.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD03-ZYUSHO-LINE.
       *>
       *>  締日・支払期日の印刷（請求先のもの。請求サマリへも引き継ぐ）
           MOVE   ST-SEIKYU-SAKI      TO   KMS01-KOKYAKU-BANGOU.
           PERFORM   SHIME-KIJITSU-GET-PROC.
           MOVE   WRK-SHIME-DATE      TO   WRK-KOK-SHIME-DATE.
           MOVE   WRK-KIJITSU-DATE    TO   WRK-KOK-KIJITSU-DATE.
           MOVE   WRK-SHIME-DATE      TO   HD15-SHIME-BI.
           MOVE   WRK-KIJITSU-DATE    TO   HD15-KIJITSU.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD15-SHIME-LINE.
       *>
       *>  請求先の請求通貨と締日の適用レートの取得（外貨建ては通貨行を印刷）
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
           END-IF.
       *>
           ADD    1              TO   WRK-OUT-COUNT.
       *>
       *>  本部一括請求は先頭店舗の店舗見出しを続けて印刷
           IF   WRK-IKKATSU   THEN
                PERFORM   SHITEN-HYOJI-PROC
           END-IF.
       *>
       STATEMENT-MIDASHI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>店舗見出しの印刷処理（本部一括請求の店舗の変わり目で印刷する）
       *>----------------------------------------------------------------------------
       SHITEN-MIDASHI-WRITE-PROC         SECTION.
       *>
           MOVE   "Y"   TO   WRK-IKKATSU-SW.
           PERFORM   SHITEN-TBL-ADD-PROC.
           PERFORM   SHITEN-HYOJI-PROC.
       *>
       SHITEN-MIDASHI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>店舗見出し行の編集・印刷（店舗の名称・届け先は顧客マスタから
       *>  引き当てる。未登録時は明細の顧客情報を用いる）
       *>----------------------------------------------------------------------------
       SHITEN-HYOJI-PROC                 SECTION.
       *>
           MOVE   ST-KOKYAKU-BANGOU   TO   HDB1-KOKYAKU-BANGOU.
           MOVE   ST-KOKYAKU-MEI      TO   HDB1-KOKYAKU-MEI.
           MOVE   ST-KOKYAKU-ZYUSHO   TO   HDB1-KOKYAKU-ZYUSHO.
           MOVE   ST-KOKYAKU-BANGOU   TO   KMS01-KOKYAKU-BANGOU.
           READ   KMS01-KOKYAKU-MASTER
               INVALID     KEY
                     CONTINUE
               NOT   INVALID   KEY
                     MOVE   KMS01-KOKYAKU-MEI      TO
                            HDB1-KOKYAKU-MEI
                     MOVE   KMS01-KOKYAKU-ZYUSHO   TO
                            HDB1-KOKYAKU-ZYUSHO
           END-READ.
       *>
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HDB1-SHITEN-LINE.
       *>
       SHITEN-HYOJI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>店舗小計の印刷処理（本部一括請求の店舗の変わり目・最終店舗で印刷）
       *>----------------------------------------------------------------------------
       SHITEN-SHOKEI-WRITE-PROC          SECTION.
       *>
           MOVE   "Y"   TO   WRK-IKKATSU-SW.
       *>
           MOVE   KEY-KOKYAKU-BANGOU   TO   HDS1-KOKYAKU-BANGOU.
           MOVE   WRK-SHT-KINGAKU(WRK-SHITEN-CNT)   TO   HDS1-SHOKEI.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HDS1-SHOKEI-LINE.
       *>
       SHITEN-SHOKEI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>店舗別集計テーブルへのエントリ追加（現店舗の集計を開始する）
       *>----------------------------------------------------------------------------
       SHITEN-TBL-ADD-PROC               SECTION.
       *>
           IF   WRK-SHITEN-CNT   >=   CST-MAX-SHITEN-KENSU   THEN
                GO   TO   SHITEN-TBL-ADD-PROC-EXIT
           END-IF.
       *>
           ADD    1                   TO   WRK-SHITEN-CNT.
           MOVE   ST-KOKYAKU-BANGOU   TO
                  WRK-SHT-KOKYAKU(WRK-SHITEN-CNT).
           MOVE   ZERO                TO
                  WRK-SHT-KINGAKU(WRK-SHITEN-CNT).
           MOVE   ZERO                TO
                  WRK-SHT-HYOJUN-GAKU(WRK-SHITEN-CNT).
           MOVE   ZERO                TO
                  WRK-SHT-KEIGEN-GAKU(WRK-SHITEN-CNT).
       *>
       SHITEN-TBL-ADD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>消費税・月合計の編集・印刷処理（請求先の変わり目・最終請求先で
       *>  印刷）
       *>----------------------------------------------------------------------------
       STATEMENT-GOUKEI-WRITE-PROC       SECTION.
       *>
       *>  本部一括請求は最終店舗の店舗小計を印刷
           IF   WRK-IKKATSU   THEN
                PERFORM   SHITEN-SHOKEI-WRITE-PROC
           END-IF.
       *>
       *>  当月返金計の印刷（返金の無い顧客は印刷しない）
           IF   WRK-CREDIT-KEI   NOT =   ZERO   THEN
                MOVE   WRK-CREDIT-KEI   TO   HD12-CREDIT-KEI
           MOVE   WRK-ZEIKOMI-GOUKEI  TO   HD06-ZEIKOMI-GOUKEI.
           MOVE   SPACE               TO   PRT01-RECODE.
           WRITE  PRT01-RECODE        FROM   HD06-GOUKEI-LINE.
       *>
       *>  外貨建て請求は月合計を適用レートで外貨換算して印刷
       *>  （小数点以下２桁に四捨五入）
           MOVE   ZERO   TO   WRK-GAIKA-GOUKEI.
           IF   NOT   WRK-TSUKA-EN
           AND  WRK-KAWASE-RATE   >   ZERO   THEN
                COMPUTE   WRK-GAIKA-GOUKEI   ROUNDED   =
                          WRK-ZEIKOMI-GOUKEI   /   WRK-KAWASE-RATE
                MOVE   WRK-TSUKA-CODE      TO   HDK3-TSUKA-CODE
                MOVE   WRK-GAIKA-GOUKEI    TO   HDK3-GAIKA-GOUKEI
                MOVE   SPACE            TO   PRT01-RECODE
                WRITE  PRT01-RECODE     FROM   HDK3-GAIKA-LINE
           END-IF.
       *>
           MOVE   SPACE               TO   PRT01-RECODE.
           WRITE  PRT01-RECODE.
       *>
       *>  請求サマリファイルへの書き込み（入金消込の計上用。店舗ごと）
           MOVE   ZERO   TO   WRK-HAIBUN-ZEI-KEI.
           MOVE   ZERO   TO   WRK-HAIBUN-GAIKA-KEI.
           PERFORM   SEIKYU-SUMMARY-WRITE-PROC
                    VARYING   WRK-SHITEN-IDX   FROM   1   BY   1
                    UNTIL   WRK-SHITEN-IDX   >   WRK-SHITEN-CNT.
       *>
       STATEMENT-GOUKEI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>請求サマリファイルへの書き込み（店舗１件分）
       *>  店舗の消費税は税率区分別の課税対象額から四捨五入で求め、
       *>  最終店舗には明細書の消費税との差額を負わせて合計を一致させる
       *>  （自社請求の顧客は明細書の月合計がそのまま１件となる）。
       *>  外貨建ての外貨請求額も同様に店舗の請求額から換算し、最終店舗に
       *>  外貨換算した月合計との差額を負わせる
       *>----------------------------------------------------------------------------
       SEIKYU-SUMMARY-WRITE-PROC         SECTION.
       *>
           IF   WRK-SHITEN-IDX   =   WRK-SHITEN-CNT   THEN
                COMPUTE   WRK-SHT-SHOUHI-ZEI   =
                          WRK-SHOUHI-ZEI   -   WRK-HAIBUN-ZEI-KEI
           ELSE
                COMPUTE   WRK-SHT-ZEI-HYOJUN   ROUNDED   =
                          WRK-SHT-HYOJUN-GAKU(WRK-SHITEN-IDX)
                          *   WRK-HYOJUN-RITU
                COMPUTE   WRK-SHT-ZEI-KEIGEN   ROUNDED   =
                          WRK-SHT-KEIGEN-GAKU(WRK-SHITEN-IDX)
                          *   WRK-KEIGEN-RITU
                COMPUTE   WRK-SHT-SHOUHI-ZEI   =
                          WRK-SHT-ZEI-HYOJUN   +   WRK-SHT-ZEI-KEIGEN
                ADD   WRK-SHT-SHOUHI-ZEI   TO   WRK-HAIBUN-ZEI-KEI
           END-IF.
       *>
           MOVE   WRK-SHT-KOKYAKU(WRK-SHITEN-IDX)   TO
                  STM01-KOKYAKU-BANGOU.
           MOVE   WRK-KOK-SHIME-DATE(1:6)   TO   STM01-SEIKYU-NENGETU.
           COMPUTE   STM01-SEIKYU-GAKU   =
                     WRK-SHT-KINGAKU(WRK-SHITEN-IDX)
                     +   WRK-SHT-SHOUHI-ZEI.
           MOVE   WRK-KOK-SHIME-DATE   TO   STM01-SHIME-BI.
           MOVE   WRK-KOK-KIJITSU-DATE TO   STM01-SHIHARAI-KIJITSU.
       *>
           MOVE   SPACE   TO   STM01-TSUKA-CODE.
           MOVE   ZERO    TO   STM01-KAWASE-RATE.
           MOVE   ZERO    TO   STM01-GAIKA-SEIKYU-GAKU.
           IF   NOT   WRK-TSUKA-EN
           AND  WRK-KAWASE-RATE   >   ZERO   THEN
                IF   WRK-SHITEN-IDX   =   WRK-SHITEN-CNT   THEN
                     COMPUTE   WRK-SHT-GAIKA-GAKU   =
                               WRK-GAIKA-GOUKEI
                               -   WRK-HAIBUN-GAIKA-KEI
                ELSE
                     COMPUTE   WRK-SHT-GAIKA-GAKU   ROUNDED   =
                               STM01-SEIKYU-GAKU   /   WRK-KAWASE-RATE
                     ADD   WRK-SHT-GAIKA-GAKU   TO
                                             WRK-HAIBUN-GAIKA-KEI
                END-IF
                MOVE   WRK-TSUKA-CODE       TO   STM01-TSUKA-CODE
                MOVE   WRK-KAWASE-RATE      TO   STM01-KAWASE-RATE
                MOVE   WRK-SHT-GAIKA-GAKU   TO   STM01-GAIKA-SEIKYU-GAKU
           END-IF.
           WRITE  STM01-RECODE.
       *>
       SEIKYU-SUMMARY-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>管理合計ページの編集・印刷処理
       *>  明細行数をアーカイブのトレーラ件数と突き合わせる
       *>----------------------------------------------------------------------------
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD08-KANRI-LINE1.
       *>
       *>  前回繰越分を除き締日後繰越分を加えた件数でトレーラと突き合わせる
           MOVE   WRK-TRAILER-COUNT   TO   HD09-TRAILER-COUNT.
           IF   WRK-TRAILER-ARI
           AND  WRK-TRAILER-COUNT   =   WRK-MEISAI-COUNT
                                    -   WRK-KURIKOMI-COUNT
                                    +   WRK-KURIKOSHI-COUNT   THEN
                MOVE   "一致"         TO   HD09-KEKKA
           ELSE
                MOVE   "不一致"       TO   HD09-KEKKA
           MOVE   WRK-SOU-CREDIT-KEI TO   HD14-SOU-CREDIT.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD14-KANRI-LINE4.
       *>
           MOVE   WRK-KURIKOMI-COUNT    TO   HD16-KURIKOMI-COUNT.
           MOVE   WRK-KURIKOSHI-COUNT   TO   HD16-KURIKOSHI-COUNT.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD16-KANRI-LINE5.
       *>
       KANRI-GOUKEI-WRITE-PROC-EXIT.
       *>
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>為替レートマスタの一括読み込み（線形検索用テーブルへ格納）
       *>  マスタが無い場合は外貨建ての顧客も円建てで請求する
       *>----------------------------------------------------------------------------
       KAWASE-FILE-LOAD-PROC             SECTION.
       *>
           MOVE   ZERO    TO   WRK-KAWASE-CNT.
           MOVE   SPACE   TO   WRK-AT-END-KWR.
       *>
           OPEN   INPUT   KWR01-KAWASE-MASTER.
       *>
           IF   KWR-FILE-STATUS   =   "00"   THEN
                PERFORM   KAWASE-FILE-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END-KWR = CST-END
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
                     MOVE   "END"   TO   WRK-AT-END-KWR
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
       *>  外貨は為替レートテーブルのうち当該通貨で適用日が締日以前の
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
           AND  WRK-KAWASE-TEKIYO-BI(WRK-KAWASE-IDX)   <=
                                        WRK-KOK-SHIME-DATE
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
       *>ソート後アーカイブファイルの読み込み
       *>----------------------------------------------------------------------------
       FILE-RETURN-PROC                  SECTION.
           IF   NOT   WRK-TAIO-MITUKE   THEN
                GO   TO   CREDIT-HANTEI-PROC-EXIT
           END-IF.
       *>
       *>  顧客番号→請求先の引き当て
           MOVE   WRK-TAIO-KOKYAKU-GO   TO   WRK-SSK-KOKYAKU.
           PERFORM   SEIKYU-SAKI-GET-PROC.
       *>
           IF   CRD01-HENPIN-BI(1:6)   =   WRK-RUN-DATE(1:6)   THEN
       *>
       *>      当月の返金はマイナス明細行として整列用ファイルへ送る
                MOVE   WRK-SEIKYU-SAKI-GO      TO   ST-SEIKYU-SAKI
                MOVE   WRK-TAIO-KOKYAKU-GO     TO   ST-KOKYAKU-BANGOU
                MOVE   SPACE                   TO   ST-KOKYAKU-MEI
                MOVE   SPACE                   TO   ST-KOKYAKU-ZYUSHO
                RELEASE   ST-RECODE
           ELSE
       *>
       *>      過月の返金は請求先別の未充当メモ計へ積み上げる
                PERFORM   KOGETSU-TSUMIAGE-PROC
           END-IF.
       *>
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>請求先別の未充当（過月）返金計への積み上げ（１件分）
       *>----------------------------------------------------------------------------
       KOGETSU-TSUMIAGE-PROC             SECTION.
       *>
                END-IF
                ADD    1                    TO   WRK-KOGETSU-CNT
                MOVE   WRK-KOGETSU-CNT      TO   WRK-KOGETSU-HIT-IDX
                MOVE   WRK-SEIKYU-SAKI-GO   TO
                       WRK-KOG-KOKYAKU(WRK-KOGETSU-HIT-IDX)
                MOVE   ZERO                 TO
                       WRK-KOG-KINGAKU(WRK-KOGETSU-HIT-IDX)
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>請求先別の未充当返金計テーブルの突合チェック（１件分・積み上げ用）
       *>----------------------------------------------------------------------------
       KOGETSU-TBL-CHECK-PROC            SECTION.
       *>
           IF   WRK-KOG-KOKYAKU(WRK-KOGETSU-IDX)
                                   =   WRK-SEIKYU-SAKI-GO    THEN
                MOVE   "Y"               TO   WRK-KOGETSU-MITUKE-SW
                MOVE   WRK-KOGETSU-IDX   TO   WRK-KOGETSU-HIT-IDX
           END-IF.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>未充当返金計の参照（請求中請求先の未充当メモ行用）
       *>----------------------------------------------------------------------------
       KOGETSU-SANSHO-PROC               SECTION.
       *>
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>請求先別の未充当返金計テーブルの突合チェック（１件分・メモ行用）
       *>----------------------------------------------------------------------------
       KOGETSU-MEMO-CHECK-PROC           SECTION.
       *>
           IF   WRK-KOG-KOKYAKU(WRK-KOGETSU-IDX)
                                   =   KEY-SEIKYU-SAKI      THEN
                MOVE   WRK-KOG-KINGAKU(WRK-KOGETSU-IDX)   TO
                       WRK-KOGETSU-KINGAKU-GO
           END-IF.
       KOGETSU-MEMO-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>請求先の引き当て処理（WRK-SSK-KOKYAKUを設定して呼ぶ）
       *>  顧客マスタに請求先が登録された店舗は請求先（本部）、それ以外と
       *>  顧客マスタに無い顧客は自身を請求先とする。直前と同じ顧客は
       *>  前回の結果をそのまま用いる
       *>----------------------------------------------------------------------------
       SEIKYU-SAKI-GET-PROC              SECTION.
       *>
           IF   WRK-SSK-CACHE-ARI
           AND  WRK-SSK-KOKYAKU   =   WRK-SSK-CACHE-KOKYAKU   THEN
                MOVE   WRK-SSK-CACHE-SAKI   TO   WRK-SEIKYU-SAKI-GO
                GO   TO   SEIKYU-SAKI-GET-PROC-EXIT
           END-IF.
       *>
           MOVE   WRK-SSK-KOKYAKU   TO   WRK-SEIKYU-SAKI-GO.
           MOVE   WRK-SSK-KOKYAKU   TO   KMS01-KOKYAKU-BANGOU.
       *>
           READ   KMS01-KOKYAKU-MASTER
               INVALID     KEY
                     CONTINUE
               NOT   INVALID   KEY
                     IF   KMS01-SEIKYU-SAKI   NOT =   ZERO   THEN
                          MOVE   KMS01-SEIKYU-SAKI   TO
                                 WRK-SEIKYU-SAKI-GO
                     END-IF
           END-READ.
       *>
           MOVE   WRK-SSK-KOKYAKU      TO   WRK-SSK-CACHE-KOKYAKU.
           MOVE   WRK-SEIKYU-SAKI-GO   TO   WRK-SSK-CACHE-SAKI.
           MOVE   "Y"                  TO   WRK-SSK-CACHE-ARI-SW.
       *>
       SEIKYU-SAKI-GET-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客の締日・支払期日の取得処理（KMS01-KOKYAKU-BANGOUを設定して呼ぶ）
       *>  直前と同じ顧客は前回の結果をそのまま用いる。顧客マスタに無い
       *>  顧客は月末締め・当月末払いとして扱う
       *>----------------------------------------------------------------------------
       SHIME-KIJITSU-GET-PROC            SECTION.
       *>
           IF   WRK-KMS-CACHE-ARI
           AND  KMS01-KOKYAKU-BANGOU   =   WRK-KMS-CACHE-BANGOU   THEN
                GO   TO   SHIME-KIJITSU-GET-PROC-EXIT
           END-IF.
       *>
           MOVE   ZERO   TO   WRK-KMS-SHIME-BI.
           MOVE   ZERO   TO   WRK-KMS-KAISHU-TSUKI.
           MOVE   ZERO   TO   WRK-KMS-KAISHU-BI.
       *>
           READ   KMS01-KOKYAKU-MASTER
               INVALID     KEY
                     CONTINUE
               NOT   INVALID   KEY
                     MOVE   KMS01-SHIME-BI       TO   WRK-KMS-SHIME-BI
                     MOVE   KMS01-KAISHU-TSUKI   TO
                                        WRK-KMS-KAISHU-TSUKI
                     MOVE   KMS01-KAISHU-BI      TO   WRK-KMS-KAISHU-BI
           END-READ.
       *>
           PERFORM   SHIME-KIJITSU-CALC-PROC.
       *>
           MOVE   KMS01-KOKYAKU-BANGOU   TO   WRK-KMS-CACHE-BANGOU.
           MOVE   "Y"                    TO   WRK-KMS-CACHE-ARI-SW.
       *>
       SHIME-KIJITSU-GET-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>締日・支払期日の算出処理
       *>  締日は実行日以前で直近の締日とする（締日が月末日を超える月は
       *>  月末日）。月末締めの顧客は実行月の月末を締日とする。
       *>  支払期日は締月に回収月数を加えた月の回収日（月末を超える・
       *>  ００・３１以上の指定は月末日）とする
       *>----------------------------------------------------------------------------
       SHIME-KIJITSU-CALC-PROC           SECTION.
       *>
           MOVE   WRK-RUN-NEN    TO   WRK-CALC-NEN.
           MOVE   WRK-RUN-GETU   TO   WRK-CALC-GETU.
           PERFORM   GETSUMATSU-BI-CALC-PROC.
       *>
           IF   WRK-KMS-SHIME-BI   =   ZERO
           OR   WRK-KMS-SHIME-BI   >=  31   THEN
                MOVE   WRK-MATSUBI   TO   WRK-SHIME-HI
           ELSE
                IF   WRK-KMS-SHIME-BI   >   WRK-MATSUBI   THEN
                     MOVE   WRK-MATSUBI        TO   WRK-SHIME-HI
                ELSE
                     MOVE   WRK-KMS-SHIME-BI   TO   WRK-SHIME-HI
                END-IF
       *>
       *>      実行日が当月の締日前であれば前月の締日とする
                IF   WRK-RUN-HI   <   WRK-SHIME-HI   THEN
                     IF   WRK-CALC-GETU   =   1   THEN
                          SUBTRACT   1   FROM   WRK-CALC-NEN
                          MOVE   12   TO   WRK-CALC-GETU
                     ELSE
                          SUBTRACT   1   FROM   WRK-CALC-GETU
                     END-IF
                     PERFORM   GETSUMATSU-BI-CALC-PROC
                     IF   WRK-KMS-SHIME-BI   >   WRK-MATSUBI   THEN
                          MOVE   WRK-MATSUBI        TO   WRK-SHIME-HI
                     ELSE
                          MOVE   WRK-KMS-SHIME-BI   TO   WRK-SHIME-HI
                     END-IF
                END-IF
           END-IF.
       *>
           MOVE   WRK-CALC-NEN       TO   WRK-SHIME-NEN.
           MOVE   WRK-CALC-GETU      TO   WRK-SHIME-GETU.
           MOVE   WRK-SHIME-DATE-H   TO   WRK-SHIME-DATE.
       *>
       *>  支払期日（締月＋回収月数の回収日）
           ADD   WRK-KMS-KAISHU-TSUKI   TO   WRK-CALC-GETU.
           IF   WRK-CALC-GETU   >   12   THEN
                SUBTRACT   12   FROM   WRK-CALC-GETU
                ADD        1    TO     WRK-CALC-NEN
           END-IF.
           PERFORM   GETSUMATSU-BI-CALC-PROC.
       *>
           IF   WRK-KMS-KAISHU-BI   =   ZERO
           OR   WRK-KMS-KAISHU-BI   >   WRK-MATSUBI   THEN
                MOVE   WRK-MATSUBI          TO   WRK-KIJITSU-HI
           ELSE
                MOVE   WRK-KMS-KAISHU-BI    TO   WRK-KIJITSU-HI
           END-IF.
           MOVE   WRK-CALC-NEN         TO   WRK-KIJITSU-NEN.
           MOVE   WRK-CALC-GETU        TO   WRK-KIJITSU-GETU.
           MOVE   WRK-KIJITSU-DATE-H   TO   WRK-KIJITSU-DATE.
       *>
       SHIME-KIJITSU-CALC-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>月末日の算出処理（WRK-CALC-NEN・WRK-CALC-GETUの月末日を求める）
       *>----------------------------------------------------------------------------
       GETSUMATSU-BI-CALC-PROC           SECTION.
       *>
           MOVE   CST-MATSUBI(WRK-CALC-GETU)   TO   WRK-MATSUBI.
       *>
           IF   WRK-CALC-GETU   =   2   THEN
                PERFORM   URUUDOSHI-HANTEI-PROC
                IF   WRK-URUU-NENDO   THEN
                     MOVE   29   TO   WRK-MATSUBI
                END-IF
           END-IF.
       *>
       GETSUMATSU-BI-CALC-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>うるう年判定処理（WRK-CALC-NENを判定する）
       *>----------------------------------------------------------------------------
       URUUDOSHI-HANTEI-PROC             SECTION.
       *>
           MOVE   "0"   TO   WRK-URUU-FLG.
       *>
           DIVIDE   WRK-CALC-NEN   BY   4     GIVING   WRK-ZYURUI-NEN4
                REMAINDER   WRK-ZYURUI-NEN4.
           DIVIDE   WRK-CALC-NEN   BY   100   GIVING   WRK-ZYURUI-NEN100
                REMAINDER   WRK-ZYURUI-NEN100.
           DIVIDE   WRK-CALC-NEN   BY   400   GIVING   WRK-ZYURUI-NEN400
                REMAINDER   WRK-ZYURUI-NEN400.
       *>
           IF   WRK-ZYURUI-NEN400   =   ZERO   THEN
                MOVE   "1"   TO   WRK-URUU-FLG
           ELSE
                IF   WRK-ZYURUI-NEN4   =   ZERO
                AND  WRK-ZYURUI-NEN100   NOT =   ZERO   THEN
                     MOVE   "1"   TO   WRK-URUU-FLG
                END-IF
           END-IF.
       *>
       URUUDOSHI-HANTEI-PROC-EXIT.
       *>
           EXIT.
