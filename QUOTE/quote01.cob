       *>----------------------------------------------------------------------------
       *>見積登録・見積書作成処理
       *>  見積入力トランザクション（QTR01：見積ヘッダ"1"＋見積明細"2"）を読み、
       *>  顧客を顧客マスタ（KMS01）、営業担当者を担当者マスタ（TAN01・活動中
       *>  のみ）、商品を商品マスタ（IN02）で検証したうえで、各明細の見積単価を
       *>  受注マッチング（TEST0001のTEKIYO-TANKA-KETTEI-PROC）と同じ規則で
       *>  決定する。基準単価はマスタ単価（単価適用日ファイルPRH01に見積日
       *>  以前の最新の登録があればその単価）とし、顧客契約単価（KEI01）の
       *>  契約単価→数量別単価、販促単価（PRO01）の順に優先して適用する。
       *>  検証を通過した見積は見積番号を採番して見積ファイル（QUO01）へ
       *>  状態区分Ｏ（未変換）で追記し、見積書（PRT58）を印刷する。
       *>  有効期限の指定が無い見積は見積日の翌月同日（翌月に同日が無い
       *>  場合は末日）を有効期限とする。検証に失敗した見積は登録せず、
       *>  見積登録エラーリスト（PRT59）へ印刷する。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        QUOTE01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]見積入力トランザクションファイル
       *>----------------------------------------------------------------------------
       SELECT    QTR01-MITSUMORI-TRN  ASSIGN       TO   "QTR01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS IN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]顧客マスタファイル（KOKYAKU_UPDATE01が保守する）
       *>----------------------------------------------------------------------------
       SELECT    KMS01-KOKYAKU-MASTER ASSIGN       TO   "KMS01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE   IS DYNAMIC
                                      RECORD KEY    IS
                                            KMS01-KOKYAKU-BANGOU
                                      STATUS KMS-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]商品マスタファイル（商品名・マスタ単価の参照）
       *>----------------------------------------------------------------------------
       SELECT    IN02-SHOHIN-MASTER   ASSIGN       TO   "IN02.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE  IS DYNAMIC
                                      RECORD KEY   IS IN02-SHOHIN-CODE
                                      STATUS       IS IN02-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]担当者マスタファイル（TEST0001と同一）
       *>----------------------------------------------------------------------------
       SELECT    TAN01-TANTOSYA-MASTER ASSIGN     TO   "TAN01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS       IS TAN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]顧客契約単価ファイル（契約単価・数量別単価）
       *>----------------------------------------------------------------------------
       SELECT    KEI01-KEIYAKU-FILE   ASSIGN       TO   "KEI01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS       IS KEI-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]単価適用日ファイル（適用開始日つきの改定単価）
       *>----------------------------------------------------------------------------
       SELECT    PRH01-TANKA-TEKIYO   ASSIGN       TO   "PRH01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS       IS PRH-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]販促（プロモーション）単価ファイル
       *>----------------------------------------------------------------------------
       SELECT    PRO01-HANSOKU-FILE   ASSIGN       TO   "PRO01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS       IS PRO-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入出力]見積ファイル（最終見積番号を求めたうえで追記する）
       *>----------------------------------------------------------------------------
       SELECT    QUO01-MITSUMORI-FILE ASSIGN       TO   "QUO01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS QUO-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]見積書
       *>----------------------------------------------------------------------------
       SELECT    PRT01-MITSUMORI-SHO  ASSIGN       TO   "PRT58.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>[出力]見積登録エラーリスト
       *>----------------------------------------------------------------------------
       SELECT    PRT02-ERROR-LIST     ASSIGN       TO   "PRT59.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]見積入力トランザクションファイルのレイアウト定義
       *>  （見積ヘッダ"1"の後に、その見積の明細"2"を続ける）
       *>----------------------------------------------------------------------------
       FD   QTR01-MITSUMORI-TRN.
       01   QTR01-RECODE.
            03   QTR01-RECORD-KUBUN           PIC X(001).
                 88   QTR01-HEADER-REC        VALUE "1".
                 88   QTR01-MEISAI-REC        VALUE "2".
            03   QTR01-SHOHIN-CODE            PIC X(006).
            03   QTR01-SURYO                  PIC 9(005).
            03   FILLER                       PIC X(020).
       *>
       *>  見積ヘッダレコードのレイアウト定義
       01   QTR01-HEADER-RECODE   REDEFINES   QTR01-RECODE.
            03   QTR01-HD-KUBUN               PIC X(001).
            03   QTR01-HD-MISEBAN             PIC X(003).
            03   QTR01-HD-KOKYAKU-BANGOU      PIC 9(006).
       *>   --営業担当者（部署コード＋担当者番号）--
            03   QTR01-HD-TANTOSYA-CODE       PIC X(007).
       *>   --有効期限（ゼロは見積日の翌月同日）--
            03   QTR01-HD-YUKO-KIGEN          PIC 9(008).
       *>   --納品先コード（納品先マスタのコード。スペースは顧客の住所）--
            03   QTR01-HD-NOHIN-SAKI          PIC X(003).
            03   FILLER                       PIC X(004).
       *>----------------------------------------------------------------------------
       *>[入力]顧客マスタファイルのレイアウト定義（KOKYAKU_UPDATE01と同一）
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
       *>[入力]担当者マスタファイルのレイアウト定義（TEST0001と同一）
       *>----------------------------------------------------------------------------
       FD   TAN01-TANTOSYA-MASTER.
       01   TAN01-RECODE.
          03   TAN01-TANTOSYA-CODE.
                05   TAN01-BUSHO-CODE               PIC X(003).
                05   TAN01-TANTOSYA-BANGOU          PIC 9(004).
          03   TAN01-TANTOSYA-MEI                   PIC X(020).
          03   TAN01-KATSUDO-FLG                    PIC X(001).
       *>----------------------------------------------------------------------------
       *>[入力]顧客契約単価ファイルのレイアウト定義（TEST0001と同一）
       *>----------------------------------------------------------------------------
       FD   KEI01-KEIYAKU-FILE.
       01   KEI01-RECODE.
          03   KEI01-KOKYAKU-BANGOU                 PIC 9(006).
          03   KEI01-SHOHIN-CODE                    PIC X(006).
          03   KEI01-KEIYAKU-TANKA                  PIC 9(005).
          03   KEI01-DANKAI-TBL.
                05   KEI01-DANKAI-ENT   OCCURS 3.
                      07   KEI01-DANKAI-SURYO       PIC 9(003).
                      07   KEI01-DANKAI-TANKA       PIC 9(005).
       *>  --有効期限（この日付を過ぎた契約は適用しない。ゼロ＝無期限）--
          03   KEI01-YUKO-KIGEN                     PIC 9(008).
       *>----------------------------------------------------------------------------
       *>[入力]単価適用日ファイルのレイアウト定義（TEST0001と同一）
       *>----------------------------------------------------------------------------
       FD   PRH01-TANKA-TEKIYO.
       01   PRH01-RECODE.
          03   PRH01-SHOHIN-CODE                    PIC X(006).
          03   PRH01-TEKIYO-BI                      PIC 9(008).
          03   PRH01-TANKA                          PIC 9(005).
       *>----------------------------------------------------------------------------
       *>[入力]販促単価ファイルのレイアウト定義（TEST0001と同一）
       *>----------------------------------------------------------------------------
       FD   PRO01-HANSOKU-FILE.
       01   PRO01-RECODE.
          03   PRO01-SHOHIN-CODE                    PIC X(006).
          03   PRO01-HANSOKU-TANKA                  PIC 9(005).
          03   PRO01-KAISHI-BI                      PIC 9(008).
          03   PRO01-SHURYO-BI                      PIC 9(008).
       *>----------------------------------------------------------------------------
       *>[入出力]見積ファイルのレイアウト定義
       *>  （見積ヘッダ"1"の後に見積明細"2"が続く。状態区分はＯ＝未変換、
       *>    Ｃ＝受注変換済み、Ｘ＝期限切れ。変換済み見積は変換日と変換先の
       *>    受注番号を保持する）
       *>----------------------------------------------------------------------------
       FD   QUO01-MITSUMORI-FILE.
       01   QUO01-RECODE.
            03   QUO01-RECORD-KUBUN           PIC X(001).
                 88   QUO01-HEADER-REC        VALUE "1".
                 88   QUO01-MEISAI-REC        VALUE "2".
            03   QUO01-MITSUMORI-BANGOU       PIC 9(006).
            03   QUO01-SHOHIN-CODE            PIC X(006).
            03   QUO01-SURYO                  PIC 9(005).
            03   QUO01-MITSUMORI-TANKA        PIC 9(005).
       *>   --適用単価区分（M＝マスタ、K＝契約、Q＝数量別、P＝販促）--
            03   QUO01-TANKA-KUBUN            PIC X(001).
            03   FILLER                       PIC X(035).
       *>
       *>  見積ヘッダレコードのレイアウト定義
       01   QUO01-HEADER-RECODE   REDEFINES   QUO01-RECODE.
            03   QUO01-HD-KUBUN               PIC X(001).
            03   QUO01-HD-MITSUMORI-BANGOU    PIC 9(006).
            03   QUO01-HD-MISEBAN             PIC X(003).
            03   QUO01-HD-KOKYAKU-BANGOU      PIC 9(006).
            03   QUO01-HD-TANTOSYA-CODE       PIC X(007).
            03   QUO01-HD-MITSUMORI-BI        PIC 9(008).
            03   QUO01-HD-YUKO-KIGEN          PIC 9(008).
            03   QUO01-HD-JOTAI-KUBUN         PIC X(001).
                 88   QUO01-HD-MI-HENKAN      VALUE "O".
                 88   QUO01-HD-HENKAN-ZUMI    VALUE "C".
                 88   QUO01-HD-KIGEN-GIRE     VALUE "X".
            03   QUO01-HD-NOHIN-SAKI          PIC X(003).
            03   QUO01-HD-HENKAN-BI           PIC 9(008).
            03   QUO01-HD-ZYUTYU-BANGOU       PIC X(008).
       *>----------------------------------------------------------------------------
       *>[出力]見積書のレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT01-MITSUMORI-SHO.
       01   PRT01-RECODE                      PIC X(120).
       *>----------------------------------------------------------------------------
       *>[出力]見積登録エラーリストのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT02-ERROR-LIST.
       01   PRT02-RECODE                      PIC X(120).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
       *>
       *>--手続き部で「MAIN-PROC」を終了させる際の定数となる--
       77   CST-END                           PIC X(004) VALUE "END".
       *>
       01   WRK-WORK-AREA.
            03   WRK-AT-END                   PIC X(004).
            *>--読み込み見積件数・登録見積件数・エラー見積件数--
            03   WRK-IN-COUNT                 PIC 9(006).
            03   WRK-OUT-COUNT                PIC 9(006).
            03   WRK-ERROR-COUNT              PIC 9(006).
            *>--見積のエラー理由（スペースは正常）--
            03   WRK-ERROR-RIYU               PIC X(015).
            *>--見積ファイルの最終見積番号--
            03   WRK-SAISHU-BANGOU            PIC 9(006).
            *>--見積合計金額--
            03   WRK-MITSUMORI-GOKEI          PIC 9(011).
       *>
       01   IN-FILE-STATUS                    PIC XX.
       01   KMS-FILE-STATUS                   PIC XX.
       01   IN02-FILE-STATUS                  PIC XX.
       01   TAN-FILE-STATUS                   PIC XX.
       01   KEI-FILE-STATUS                   PIC XX.
       01   PRH-FILE-STATUS                   PIC XX.
       01   PRO-FILE-STATUS                   PIC XX.
       01   QUO-FILE-STATUS                   PIC XX.
       *>
       *>--処理中の見積ヘッダ（見積入力トランザクションより退避）--
       01   WRK-HD-AREA.
            03   WRK-HD-MISEBAN               PIC X(003).
            03   WRK-HD-KOKYAKU-BANGOU        PIC 9(006).
            03   WRK-HD-KOKYAKU-MEI           PIC X(020).
            03   WRK-HD-TANTOSYA-CODE         PIC X(007).
            03   WRK-HD-TANTOSYA-MEI          PIC X(020).
            03   WRK-HD-YUKO-KIGEN            PIC 9(008).
            03   WRK-HD-NOHIN-SAKI            PIC X(003).
       *>
       *>--処理中の見積の明細テーブル（検証・単価決定済み）--
       77   CST-MAX-MEISAI-KENSU              PIC 9(002) VALUE 99.
       01   WRK-MEISAI-TBL.
            03   WRK-MEISAI-ENT                   OCCURS 99.
                 05   WRK-MS-SHOHIN-CODE          PIC X(006).
                 05   WRK-MS-SHOHIN-MI            PIC X(020).
                 05   WRK-MS-SURYO                PIC 9(005).
                 05   WRK-MS-TANKA                PIC 9(005).
                 05   WRK-MS-TANKA-KUBUN          PIC X(001).
                 05   WRK-MS-KINGAKU              PIC 9(010).
       01   WRK-MEISAI-CNT                    PIC 9(002).
       01   WRK-MEISAI-IDX                    PIC 9(002).
       *>
       *>--担当者マスタの一括読み込み用テーブル（活動中の担当者のみ）--
       77   CST-MAX-TANTO-KENSU               PIC 9(004) VALUE 9999.
       01   WRK-TANTO-TBL.
            03   WRK-TANTO-ENT                    OCCURS 9999.
                 05   WRK-TANTO-CODE              PIC X(007).
                 05   WRK-TANTO-MEI               PIC X(020).
       01   WRK-TANTO-CNT                     PIC 9(004).
       01   WRK-TANTO-IDX                     PIC 9(004).
       01   WRK-TANTO-MITUKE-SW               PIC X(001).
            88   WRK-TANTO-MITUKE             VALUE "Y".
       *>
       *>--顧客契約単価の一括読み込み用テーブル（顧客×商品で検索）--
       77   CST-MAX-KEIYAKU-KENSU             PIC 9(004) VALUE 9999.
       01   WRK-KEIYAKU-TBL.
            03   WRK-KEIYAKU-ENT                 OCCURS 9999.
                 05   WRK-KEIYAKU-KOKYAKU         PIC 9(006).
                 05   WRK-KEIYAKU-SHOHIN          PIC X(006).
                 05   WRK-KEIYAKU-TANKA           PIC 9(005).
                 05   WRK-KEIYAKU-DANKAI-ENT      OCCURS 3.
                      07   WRK-KEIYAKU-DK-SURYO   PIC 9(003).
                      07   WRK-KEIYAKU-DK-TANKA   PIC 9(005).
       01   WRK-KEIYAKU-CNT                   PIC 9(004).
       01   WRK-KEIYAKU-IDX                   PIC 9(004).
       01   WRK-KEIYAKU-DK-IDX                PIC 9(001).
       01   WRK-KEIYAKU-MITUKE-SW             PIC X(001).
            88   WRK-KEIYAKU-MITUKE           VALUE "Y".
       01   WRK-KEIYAKU-HIT-IDX               PIC 9(004).
       *>
       *>--単価適用日の一括読み込み用テーブル（商品コードで検索）--
       77   CST-MAX-PRH-KENSU                 PIC 9(003) VALUE 999.
       01   WRK-PRH-TBL.
            03   WRK-PRH-ENT                      OCCURS 999.
                 05   WRK-PRH-SHOHIN              PIC X(006).
                 05   WRK-PRH-TEKIYO-BI           PIC 9(008).
                 05   WRK-PRH-TANKA               PIC 9(005).
       01   WRK-PRH-CNT                       PIC 9(003).
       01   WRK-PRH-IDX                       PIC 9(003).
       01   WRK-PRH-SAIYO-BI                  PIC 9(008).
       *>
       *>--販促単価の一括読み込み用テーブル（商品コードで検索）--
       77   CST-MAX-HANSOKU-KENSU             PIC 9(003) VALUE 999.
       01   WRK-HANSOKU-TBL.
            03   WRK-HANSOKU-ENT                  OCCURS 999.
                 05   WRK-HANSOKU-SHOHIN          PIC X(006).
                 05   WRK-HANSOKU-TANKA           PIC 9(005).
                 05   WRK-HANSOKU-KAISHI          PIC 9(008).
                 05   WRK-HANSOKU-SHURYO          PIC 9(008).
       01   WRK-HANSOKU-CNT                   PIC 9(003).
       01   WRK-HANSOKU-IDX                   PIC 9(003).
       01   WRK-HANSOKU-MITUKE-SW             PIC X(001).
            88   WRK-HANSOKU-MITUKE           VALUE "Y".
       01   WRK-HANSOKU-HIT-IDX               PIC 9(003).
       *>
       *>--適用単価の判定用（判定数量・適用単価・適用単価区分）--
       01   WRK-HANTEI-SU                     PIC 9(005).
       01   WRK-TEKIYO-TANKA                  PIC 9(005).
       01   WRK-TANKA-KUBUN                   PIC X(001).
       01   WRK-HANTEI-SHOHIN                 PIC X(006).
       *>
       *>--有効期限の既定値計算用（見積日の翌月同日・月末で切り詰め）--
       01   WRK-KIGEN-AREA.
            03   WRK-KIGEN-NEN                PIC 9(004).
            03   WRK-KIGEN-GETU               PIC 9(002).
            03   WRK-KIGEN-HI                 PIC 9(002).
       01   WRK-KIGEN-DATE   REDEFINES   WRK-KIGEN-AREA
                                              PIC 9(008).
       01   WRK-MATSUBI                       PIC 9(002).
       01   WRK-URUU-SHOU                     PIC 9(004).
       01   WRK-URUU-AMARI4                   PIC 9(003).
       01   WRK-URUU-AMARI100                 PIC 9(003).
       01   WRK-URUU-AMARI400                 PIC 9(003).
       *>
       *>--１か月分の末日テーブル（平年）。２月は閏年判定で読み替える--
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
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "QUOTE01".
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
       *>印刷用パーツ定義（見積書）
       *>----------------------------------------------------------------------------
       01   HD01-MIDASHI-1.
            03   FILLER                       PIC X(018)
                               VALUE "御見積書".
            03   FILLER                       PIC X(015)
                                 VALUE "見積番号：".
            03   HD01-MITSUMORI-BANGOU        PIC 9(006).
            03   FILLER                       PIC X(015)
                                 VALUE "　見積日：".
            03   HD01-MITSUMORI-BI            PIC 9999/99/99.
       *>
       01   HD02-KOKYAKU-LINE.
            03   FILLER                       PIC X(009)
                                 VALUE "顧客：".
            03   HD02-KOKYAKU-BANGOU          PIC ZZZZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD02-KOKYAKU-MEI             PIC X(020).
            03   FILLER                       PIC X(018)
                                 VALUE "　有効期限：".
            03   HD02-YUKO-KIGEN              PIC 9999/99/99.
       *>
       01   HD03-TANTO-LINE.
            03   FILLER                       PIC X(009)
                                 VALUE "担当：".
            03   HD03-TANTOSYA-CODE           PIC X(007).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD03-TANTOSYA-MEI            PIC X(020).
       *>
       01   HD04-KOMOKU.
            03   FILLER                       PIC X(010)
                                 VALUE "商品".
            03   FILLER                       PIC X(022)
                                 VALUE "商品名".
            03   FILLER                       PIC X(010)
                                 VALUE "数量".
            03   FILLER                       PIC X(010)
                                 VALUE "単価".
            03   FILLER                       PIC X(008)
                                 VALUE "区分".
            03   FILLER                       PIC X(014)
                                 VALUE "金額".
       *>
       01   HD05-MEISAI-LINE.
            03   HD05-SHOHIN-CODE             PIC X(006).
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   HD05-SHOHIN-MI               PIC X(020).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD05-SURYO                   PIC ZZ,ZZ9.
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   HD05-TANKA                   PIC ZZ,ZZ9.
            03   FILLER                       PIC X(005) VALUE SPACE.
            03   HD05-TANKA-KUBUN             PIC X(001).
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   HD05-KINGAKU                 PIC Z,ZZZ,ZZZ,ZZ9.
       *>
       01   HD06-GOKEI-LINE.
            03   FILLER                       PIC X(059) VALUE SPACE.
            03   FILLER                       PIC X(015)
                                 VALUE "見積合計：".
            03   HD06-GOKEI                   PIC ZZ,ZZZ,ZZZ,ZZ9.
       *>----------------------------------------------------------------------------
       *>印刷用パーツ定義（見積登録エラーリスト）
       *>----------------------------------------------------------------------------
       01   HD11-MIDASHI-1.
            03   FILLER                       PIC X(030)
                               VALUE "見積登録エラーリスト".
            03   FILLER                       PIC X(012)
                                 VALUE "実行日：".
            03   HD11-NEN                     PIC 9(004).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD11-GETU                    PIC 9(002).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD11-HI                      PIC 9(002).
       *>
       01   HD12-ERROR-LINE.
            03   FILLER                       PIC X(009)
                                 VALUE "店番：".
            03   HD12-MISEBAN                 PIC X(003).
            03   FILLER                       PIC X(012)
                                 VALUE "　顧客：".
            03   HD12-KOKYAKU-BANGOU          PIC ZZZZZ9.
            03   FILLER                       PIC X(012)
                                 VALUE "　担当：".
            03   HD12-TANTOSYA-CODE           PIC X(007).
            03   FILLER                       PIC X(015)
                                 VALUE "　明細数：".
            03   HD12-MEISAI-SU               PIC Z9.
            03   FILLER                       PIC X(012)
                                 VALUE "　理由：".
            03   HD12-ERROR-RIYU              PIC X(015).
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "QUOTE01の出力結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "見積登録件数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "エラー件数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       *>--入出力異常発生時に表示するメッセージ--
       01   MS9-MESSAGE-AREA.
            03   FILLER                       PIC X(044)
                  VALUE "QTR01-MITSUMORI-TRN入出力異常 STATUS=".
            03   MSG9-STATUS                  PIC X(002).
       *>----------------------------------------------------------------------------
       *>手続き部
       *>----------------------------------------------------------------------------
       PROCEDURE                         DIVISION.
       *>
           PERFORM   INIT-PROC.
       *>
           PERFORM   MAIN-PROC  UNTIL   WRK-AT-END   =   CST-END.
       *>
           PERFORM   TERM-PROC.
       *>
           STOP RUN.
       *>----------------------------------------------------------------------------
       *>初期処理
       *>----------------------------------------------------------------------------
       INIT-PROC                         SECTION.
       *>
       *>  作業領域の初期化・開始時刻の取得
           MOVE   SPACE      TO   WRK-AT-END.
           MOVE   ZERO       TO   WRK-IN-COUNT.
           MOVE   ZERO       TO   WRK-OUT-COUNT.
           MOVE   ZERO       TO   WRK-ERROR-COUNT.
           MOVE   ZERO       TO   WRK-SAISHU-BANGOU.
           MOVE   ZERO       TO   WRK-TANTO-CNT.
           MOVE   ZERO       TO   WRK-KEIYAKU-CNT.
           MOVE   ZERO       TO   WRK-PRH-CNT.
           MOVE   ZERO       TO   WRK-HANSOKU-CNT.
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
       *>
       *>  実行日（見積日）の取得
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           MOVE     WRK-RUN-DATE   TO     WRK-RUN-DATE-H.
       *>
       *>  担当者・契約単価・単価適用日・販促単価の一括読み込み
           PERFORM   TANTOSYA-MASTER-LOAD-PROC.
           PERFORM   KEIYAKU-FILE-LOAD-PROC.
           PERFORM   TEKIYO-TANKA-LOAD-PROC.
           PERFORM   HANSOKU-FILE-LOAD-PROC.
       *>
       *>  見積ファイルの最終見積番号の取得
           PERFORM   SAISHU-BANGOU-LOAD-PROC.
       *>
       *>ファイルのオープン
           OPEN   INPUT    QTR01-MITSUMORI-TRN
                           KMS01-KOKYAKU-MASTER
                           IN02-SHOHIN-MASTER
                  OUTPUT   PRT01-MITSUMORI-SHO
                           PRT02-ERROR-LIST.
       *>
       *>  見積ファイルは追記モードでオープン（初回は新規作成）
           OPEN   EXTEND   QUO01-MITSUMORI-FILE.
           IF   QUO-FILE-STATUS   =   "35"   THEN
                OPEN   OUTPUT   QUO01-MITSUMORI-FILE
           END-IF.
       *>
       *>  エラーリストの見出しの印刷
           MOVE   WRK-RUN-NEN    TO   HD11-NEN.
           MOVE   WRK-RUN-GETU   TO   HD11-GETU.
           MOVE   WRK-RUN-HI     TO   HD11-HI.
           MOVE   SPACE          TO   PRT02-RECODE.
           WRITE  PRT02-RECODE   FROM   HD11-MIDASHI-1.
       *>
       *>見積入力トランザクションファイルの読み込み
           PERFORM   TRN-FILE-READ-PROC.
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
           CLOSE   QTR01-MITSUMORI-TRN
                   KMS01-KOKYAKU-MASTER
                   IN02-SHOHIN-MASTER
                   QUO01-MITSUMORI-FILE
                   PRT01-MITSUMORI-SHO
                   PRT02-ERROR-LIST.
       *>
       *>登録件数・エラー件数の表示
           MOVE   WRK-OUT-COUNT     TO   MSG2-COUNT.
           MOVE   WRK-ERROR-COUNT   TO   MSG3-COUNT.
       *>
           DISPLAY   MS1-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS2-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS3-MESSAGE-AREA UPON CONSOLE.
       *>
       *>  共通監査ログへの実行実績の記録
           CALL   "AUDIT_LOG01"   USING   WRK-JOB-NAME
                                          WRK-AUD-RUN-ID
                                          WRK-IN-COUNT
                                          WRK-OUT-COUNT
                                          WRK-ERROR-COUNT
                                          WRK-START-TIME.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>主処理（見積１件分：ヘッダの検証、明細の検証・単価決定、登録）
       *>----------------------------------------------------------------------------
       MAIN-PROC                          SECTION.
       *>
           ADD   1   TO   WRK-IN-COUNT.
       *>
           MOVE   SPACE   TO   WRK-ERROR-RIYU.
           MOVE   SPACE   TO   WRK-HD-AREA.
           MOVE   ZERO    TO   WRK-HD-KOKYAKU-BANGOU.
           MOVE   ZERO    TO   WRK-HD-YUKO-KIGEN.
           MOVE   ZERO    TO   WRK-MEISAI-CNT.
       *>
       *>  見積ヘッダの無い明細は見積として扱えない
           IF   NOT   QTR01-HEADER-REC   THEN
                MOVE   "HEADER-NASHI"    TO   WRK-ERROR-RIYU
                PERFORM   MEISAI-SKIP-PROC
                         UNTIL   WRK-AT-END   =   CST-END
                         OR      QTR01-HEADER-REC
                PERFORM   ERROR-LINE-WRITE-PROC
                GO   TO   MAIN-PROC-EXIT
           END-IF.
       *>
           MOVE   QTR01-HD-MISEBAN          TO   WRK-HD-MISEBAN.
           MOVE   QTR01-HD-TANTOSYA-CODE    TO   WRK-HD-TANTOSYA-CODE.
           MOVE   QTR01-HD-NOHIN-SAKI       TO   WRK-HD-NOHIN-SAKI.
           IF   QTR01-HD-KOKYAKU-BANGOU   NUMERIC   THEN
                MOVE   QTR01-HD-KOKYAKU-BANGOU   TO
                       WRK-HD-KOKYAKU-BANGOU
           END-IF.
       *>
       *>  ヘッダの検証（店番・顧客・営業担当者・有効期限）
           PERFORM   HEADER-CHECK-PROC.
       *>
       *>  明細の読み込み・検証・単価決定（次の見積ヘッダまで）
           PERFORM   TRN-FILE-READ-PROC.
           PERFORM   MEISAI-PROC
                    UNTIL   WRK-AT-END   =   CST-END
                    OR      QTR01-HEADER-REC.
       *>
           IF   WRK-ERROR-RIYU   =   SPACE
           AND  WRK-MEISAI-CNT   =   ZERO   THEN
                MOVE   "MEISAI-NASHI"    TO   WRK-ERROR-RIYU
           END-IF.
       *>
           IF   WRK-ERROR-RIYU   NOT =   SPACE   THEN
                PERFORM   ERROR-LINE-WRITE-PROC
                GO   TO   MAIN-PROC-EXIT
           END-IF.
       *>
       *>  見積番号の採番と見積ファイルへの登録・見積書の印刷
           ADD    1                   TO   WRK-SAISHU-BANGOU.
           PERFORM   MITSUMORI-WRITE-PROC.
           PERFORM   MITSUMORI-PRINT-PROC.
       *>
           ADD   1   TO   WRK-OUT-COUNT.
       *>
       MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>見積ヘッダの検証処理（最初に見つかったエラーを理由とする）
       *>----------------------------------------------------------------------------
       HEADER-CHECK-PROC                  SECTION.
       *>
           IF   WRK-HD-MISEBAN   =   SPACE   THEN
                MOVE   "MISEBAN-NG"      TO   WRK-ERROR-RIYU
                GO   TO   HEADER-CHECK-PROC-EXIT
           END-IF.
       *>
       *>  顧客マスタのキー検索（統合済みの重複顧客は見積不可）
           MOVE   WRK-HD-KOKYAKU-BANGOU   TO   KMS01-KOKYAKU-BANGOU.
           READ   KMS01-KOKYAKU-MASTER
               INVALID     KEY
                     MOVE   "KOKYAKU-NASHI"   TO   WRK-ERROR-RIYU
                     GO   TO   HEADER-CHECK-PROC-EXIT
           END-READ.
           IF   KMS01-TOGO-SAKI   NOT =   ZERO   THEN
                MOVE   "KOKYAKU-TOGO"    TO   WRK-ERROR-RIYU
                GO   TO   HEADER-CHECK-PROC-EXIT
           END-IF.
           MOVE   KMS01-KOKYAKU-MEI   TO   WRK-HD-KOKYAKU-MEI.
       *>
       *>  営業担当者の検索（活動中の担当者のみ）
           MOVE   SPACE   TO   WRK-TANTO-MITUKE-SW.
           PERFORM   TANTO-TBL-CHECK-PROC
                    VARYING   WRK-TANTO-IDX   FROM   1   BY   1
                    UNTIL   WRK-TANTO-IDX   >   WRK-TANTO-CNT
                    OR      WRK-TANTO-MITUKE.
           IF   NOT   WRK-TANTO-MITUKE   THEN
                MOVE   "TANTO-NASHI"     TO   WRK-ERROR-RIYU
                GO   TO   HEADER-CHECK-PROC-EXIT
           END-IF.
       *>
       *>  有効期限（未指定は既定値、見積日より前は不可）
           IF   QTR01-HD-YUKO-KIGEN   NOT NUMERIC
           OR   QTR01-HD-YUKO-KIGEN   =   ZERO   THEN
                PERFORM   YUKO-KIGEN-KEISAN-PROC
           ELSE
                MOVE   QTR01-HD-YUKO-KIGEN   TO   WRK-HD-YUKO-KIGEN
           END-IF.
           IF   WRK-HD-YUKO-KIGEN   <   WRK-RUN-DATE   THEN
                MOVE   "KIGEN-FUSEI"     TO   WRK-ERROR-RIYU
           END-IF.
       *>
       HEADER-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>見積明細の処理（１件分：商品・数量の検証と見積単価の決定）
       *>  エラーのある見積も明細は最後まで読み飛ばす
       *>----------------------------------------------------------------------------
       MEISAI-PROC                        SECTION.
       *>
           IF   WRK-MEISAI-CNT   >=   CST-MAX-MEISAI-KENSU   THEN
                IF   WRK-ERROR-RIYU   =   SPACE   THEN
                     MOVE   "MEISAI-CHOKA"    TO   WRK-ERROR-RIYU
                END-IF
                GO   TO   MEISAI-PROC-READ
           END-IF.
       *>
           IF   WRK-ERROR-RIYU   NOT =   SPACE   THEN
                ADD   1   TO   WRK-MEISAI-CNT
                GO   TO   MEISAI-PROC-READ
           END-IF.
       *>
           IF   QTR01-SURYO   NOT NUMERIC
           OR   QTR01-SURYO   =   ZERO   THEN
                MOVE   "SURYO-FUSEI"     TO   WRK-ERROR-RIYU
                GO   TO   MEISAI-PROC-READ
           END-IF.
       *>
       *>  商品マスタのキー検索
           MOVE   QTR01-SHOHIN-CODE   TO   IN02-SHOHIN-CODE.
           READ   IN02-SHOHIN-MASTER
               INVALID     KEY
                     MOVE   "SHOHIN-NASHI"    TO   WRK-ERROR-RIYU
                     GO   TO   MEISAI-PROC-READ
           END-READ.
       *>
       *>  見積単価の決定（見積日・見積数量で判定する）
           MOVE   QTR01-SHOHIN-CODE   TO   WRK-HANTEI-SHOHIN.
           MOVE   QTR01-SURYO         TO   WRK-HANTEI-SU.
           PERFORM   TEKIYO-TANKA-KETTEI-PROC.
       *>
           ADD    1                   TO   WRK-MEISAI-CNT.
           MOVE   QTR01-SHOHIN-CODE   TO
                  WRK-MS-SHOHIN-CODE(WRK-MEISAI-CNT).
           MOVE   IN02-SHOHIN-MI      TO
                  WRK-MS-SHOHIN-MI(WRK-MEISAI-CNT).
           MOVE   QTR01-SURYO         TO   WRK-MS-SURYO(WRK-MEISAI-CNT).
           MOVE   WRK-TEKIYO-TANKA    TO   WRK-MS-TANKA(WRK-MEISAI-CNT).
           MOVE   WRK-TANKA-KUBUN     TO
                  WRK-MS-TANKA-KUBUN(WRK-MEISAI-CNT).
           COMPUTE   WRK-MS-KINGAKU(WRK-MEISAI-CNT)   =
                     QTR01-SURYO   *   WRK-TEKIYO-TANKA.
       *>
       MEISAI-PROC-READ.
       *>
           PERFORM   TRN-FILE-READ-PROC.
       *>
       MEISAI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>見積ヘッダの無い明細の読み飛ばし（１件分）
       *>----------------------------------------------------------------------------
       MEISAI-SKIP-PROC                   SECTION.
       *>
           IF   WRK-MEISAI-CNT   <   CST-MAX-MEISAI-KENSU   THEN
                ADD   1   TO   WRK-MEISAI-CNT
           END-IF.
           PERFORM   TRN-FILE-READ-PROC.
       *>
       MEISAI-SKIP-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>見積ファイルへの登録（見積ヘッダ＋見積明細、状態区分Ｏ）
       *>----------------------------------------------------------------------------
       MITSUMORI-WRITE-PROC               SECTION.
       *>
           MOVE   SPACE                   TO   QUO01-HEADER-RECODE.
           MOVE   "1"                     TO   QUO01-HD-KUBUN.
           MOVE   WRK-SAISHU-BANGOU       TO
                  QUO01-HD-MITSUMORI-BANGOU.
           MOVE   WRK-HD-MISEBAN          TO   QUO01-HD-MISEBAN.
           MOVE   WRK-HD-KOKYAKU-BANGOU   TO   QUO01-HD-KOKYAKU-BANGOU.
           MOVE   WRK-HD-TANTOSYA-CODE    TO   QUO01-HD-TANTOSYA-CODE.
           MOVE   WRK-RUN-DATE            TO   QUO01-HD-MITSUMORI-BI.
           MOVE   WRK-HD-YUKO-KIGEN       TO   QUO01-HD-YUKO-KIGEN.
           MOVE   "O"                     TO   QUO01-HD-JOTAI-KUBUN.
           MOVE   WRK-HD-NOHIN-SAKI       TO   QUO01-HD-NOHIN-SAKI.
           MOVE   ZERO                    TO   QUO01-HD-HENKAN-BI.
           WRITE  QUO01-HEADER-RECODE.
       *>
           PERFORM   MEISAI-WRITE-PROC
                    VARYING   WRK-MEISAI-IDX   FROM   1   BY   1
                    UNTIL   WRK-MEISAI-IDX   >   WRK-MEISAI-CNT.
       *>
       MITSUMORI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>見積明細レコードの書き込み（１件分）
       *>----------------------------------------------------------------------------
       MEISAI-WRITE-PROC                  SECTION.
       *>
           MOVE   SPACE                TO   QUO01-RECODE.
           MOVE   "2"                  TO   QUO01-RECORD-KUBUN.
           MOVE   WRK-SAISHU-BANGOU    TO   QUO01-MITSUMORI-BANGOU.
           MOVE   WRK-MS-SHOHIN-CODE(WRK-MEISAI-IDX)   TO
                  QUO01-SHOHIN-CODE.
           MOVE   WRK-MS-SURYO(WRK-MEISAI-IDX)         TO
                  QUO01-SURYO.
           MOVE   WRK-MS-TANKA(WRK-MEISAI-IDX)         TO
                  QUO01-MITSUMORI-TANKA.
           MOVE   WRK-MS-TANKA-KUBUN(WRK-MEISAI-IDX)   TO
                  QUO01-TANKA-KUBUN.
           WRITE  QUO01-RECODE.
       *>
       MEISAI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>見積書の印刷（見積１件分）
       *>----------------------------------------------------------------------------
       MITSUMORI-PRINT-PROC               SECTION.
       *>
           MOVE   ZERO   TO   WRK-MITSUMORI-GOKEI.
       *>
           MOVE   WRK-SAISHU-BANGOU       TO   HD01-MITSUMORI-BANGOU.
           MOVE   WRK-RUN-DATE            TO   HD01-MITSUMORI-BI.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD01-MIDASHI-1.
       *>
           MOVE   WRK-HD-KOKYAKU-BANGOU   TO   HD02-KOKYAKU-BANGOU.
           MOVE   WRK-HD-KOKYAKU-MEI      TO   HD02-KOKYAKU-MEI.
           MOVE   WRK-HD-YUKO-KIGEN       TO   HD02-YUKO-KIGEN.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD02-KOKYAKU-LINE.
       *>
           MOVE   WRK-HD-TANTOSYA-CODE    TO   HD03-TANTOSYA-CODE.
           MOVE   WRK-HD-TANTOSYA-MEI     TO   HD03-TANTOSYA-MEI.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD03-TANTO-LINE.
       *>
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD04-KOMOKU.
       *>
           PERFORM   MEISAI-LINE-WRITE-PROC
                    VARYING   WRK-MEISAI-IDX   FROM   1   BY   1
                    UNTIL   WRK-MEISAI-IDX   >   WRK-MEISAI-CNT.
       *>
           MOVE   WRK-MITSUMORI-GOKEI     TO   HD06-GOKEI.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD06-GOKEI-LINE.
       *>
       *>  見積と見積の間は１行空ける
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE.
       *>
       MITSUMORI-PRINT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>見積書の明細行の編集・印刷（１件分）
       *>----------------------------------------------------------------------------
       MEISAI-LINE-WRITE-PROC             SECTION.
       *>
           MOVE   WRK-MS-SHOHIN-CODE(WRK-MEISAI-IDX)   TO
                  HD05-SHOHIN-CODE.
           MOVE   WRK-MS-SHOHIN-MI(WRK-MEISAI-IDX)     TO
                  HD05-SHOHIN-MI.
           MOVE   WRK-MS-SURYO(WRK-MEISAI-IDX)         TO   HD05-SURYO.
           MOVE   WRK-MS-TANKA(WRK-MEISAI-IDX)         TO   HD05-TANKA.
           MOVE   WRK-MS-TANKA-KUBUN(WRK-MEISAI-IDX)   TO
                  HD05-TANKA-KUBUN.
           MOVE   WRK-MS-KINGAKU(WRK-MEISAI-IDX)       TO
                  HD05-KINGAKU.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD05-MEISAI-LINE.
       *>
           ADD   WRK-MS-KINGAKU(WRK-MEISAI-IDX)   TO
                 WRK-MITSUMORI-GOKEI.
       *>
       MEISAI-LINE-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>見積登録エラーリストの印刷（見積１件分）
       *>----------------------------------------------------------------------------
       ERROR-LINE-WRITE-PROC              SECTION.
       *>
           MOVE   WRK-HD-MISEBAN          TO   HD12-MISEBAN.
           MOVE   WRK-HD-KOKYAKU-BANGOU   TO   HD12-KOKYAKU-BANGOU.
           MOVE   WRK-HD-TANTOSYA-CODE    TO   HD12-TANTOSYA-CODE.
           MOVE   WRK-MEISAI-CNT          TO   HD12-MEISAI-SU.
           MOVE   WRK-ERROR-RIYU          TO   HD12-ERROR-RIYU.
           MOVE   SPACE          TO   PRT02-RECODE.
           WRITE  PRT02-RECODE   FROM   HD12-ERROR-LINE.
       *>
           ADD   1   TO   WRK-ERROR-COUNT.
       *>
       ERROR-LINE-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>有効期限の既定値の計算（見積日の翌月同日。翌月の末日を超える
       *>  場合は翌月の末日とする）
       *>----------------------------------------------------------------------------
       YUKO-KIGEN-KEISAN-PROC             SECTION.
       *>
           MOVE   WRK-RUN-NEN    TO   WRK-KIGEN-NEN.
           MOVE   WRK-RUN-GETU   TO   WRK-KIGEN-GETU.
           MOVE   WRK-RUN-HI     TO   WRK-KIGEN-HI.
       *>
           ADD   1   TO   WRK-KIGEN-GETU.
           IF   WRK-KIGEN-GETU   >   12   THEN
                MOVE   1   TO   WRK-KIGEN-GETU
                ADD    1   TO   WRK-KIGEN-NEN
           END-IF.
       *>
       *>  翌月の末日（２月は閏年判定）
           MOVE   CST-MATSUBI(WRK-KIGEN-GETU)   TO   WRK-MATSUBI.
           IF   WRK-KIGEN-GETU   =   2   THEN
                DIVIDE   WRK-KIGEN-NEN   BY   4     GIVING
                         WRK-URUU-SHOU   REMAINDER   WRK-URUU-AMARI4
                DIVIDE   WRK-KIGEN-NEN   BY   100   GIVING
                         WRK-URUU-SHOU   REMAINDER   WRK-URUU-AMARI100
                DIVIDE   WRK-KIGEN-NEN   BY   400   GIVING
                         WRK-URUU-SHOU   REMAINDER   WRK-URUU-AMARI400
                IF   WRK-URUU-AMARI400   =   ZERO
                OR ( WRK-URUU-AMARI4     =   ZERO
                AND  WRK-URUU-AMARI100   NOT =   ZERO )   THEN
                     MOVE   29   TO   WRK-MATSUBI
                END-IF
           END-IF.
       *>
           IF   WRK-KIGEN-HI   >   WRK-MATSUBI   THEN
                MOVE   WRK-MATSUBI   TO   WRK-KIGEN-HI
           END-IF.
       *>
           MOVE   WRK-KIGEN-DATE   TO   WRK-HD-YUKO-KIGEN.
       *>
       YUKO-KIGEN-KEISAN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>見積単価の決定処理（TEST0001のTEKIYO-TANKA-KETTEI-PROCと同じ優先順位）
       *>  マスタ単価（単価適用日の登録があれば見積日時点の最新単価）を
       *>  基準とし、契約単価（区分K）、判定数量以上の数量別単価（区分Q）、
       *>  見積日が適用期間内の販促単価（区分P）の順に優先して適用する
       *>----------------------------------------------------------------------------
       TEKIYO-TANKA-KETTEI-PROC           SECTION.
       *>
           MOVE   IN02-TANKA   TO   WRK-TEKIYO-TANKA.
           MOVE   "M"          TO   WRK-TANKA-KUBUN.
       *>
       *>  単価適用日テーブルの参照（見積日時点で有効な最新の単価）
           MOVE   ZERO   TO   WRK-PRH-SAIYO-BI.
           PERFORM   TEKIYO-BI-TBL-CHECK-PROC
                    VARYING   WRK-PRH-IDX   FROM   1   BY   1
                    UNTIL   WRK-PRH-IDX   >   WRK-PRH-CNT.
       *>
       *>  顧客×商品の契約の検索
           MOVE   SPACE   TO   WRK-KEIYAKU-MITUKE-SW.
           PERFORM   KEIYAKU-TBL-CHECK-PROC
                    VARYING   WRK-KEIYAKU-IDX   FROM   1   BY   1
                    UNTIL   WRK-KEIYAKU-IDX   >   WRK-KEIYAKU-CNT
                    OR      WRK-KEIYAKU-MITUKE.
       *>
           IF   WRK-KEIYAKU-MITUKE   THEN
                IF   WRK-KEIYAKU-TANKA(WRK-KEIYAKU-HIT-IDX) > ZERO THEN
                     MOVE   WRK-KEIYAKU-TANKA(WRK-KEIYAKU-HIT-IDX)
                                   TO   WRK-TEKIYO-TANKA
                     MOVE   "K"    TO   WRK-TANKA-KUBUN
                END-IF
                PERFORM   KEIYAKU-DANKAI-HANTEI-PROC
                         VARYING   WRK-KEIYAKU-DK-IDX   FROM   1  BY  1
                         UNTIL   WRK-KEIYAKU-DK-IDX   >   3
           END-IF.
       *>
       *>  販促単価の適用判定（見積日が適用期間内であれば最優先）
           MOVE   SPACE   TO   WRK-HANSOKU-MITUKE-SW.
           PERFORM   HANSOKU-TBL-CHECK-PROC
                    VARYING   WRK-HANSOKU-IDX   FROM   1   BY   1
                    UNTIL   WRK-HANSOKU-IDX   >   WRK-HANSOKU-CNT
                    OR      WRK-HANSOKU-MITUKE.
           IF   WRK-HANSOKU-MITUKE   THEN
                MOVE   WRK-HANSOKU-TANKA(WRK-HANSOKU-HIT-IDX)
                              TO   WRK-TEKIYO-TANKA
                MOVE   "P"    TO   WRK-TANKA-KUBUN
           END-IF.
       *>
       TEKIYO-TANKA-KETTEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>単価適用日テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       TEKIYO-BI-TBL-CHECK-PROC           SECTION.
       *>
           IF   WRK-PRH-SHOHIN(WRK-PRH-IDX)   =   WRK-HANTEI-SHOHIN
           AND  WRK-PRH-TEKIYO-BI(WRK-PRH-IDX)   <=   WRK-RUN-DATE
           AND  WRK-PRH-TEKIYO-BI(WRK-PRH-IDX)   >=
                WRK-PRH-SAIYO-BI   THEN
                MOVE   WRK-PRH-TEKIYO-BI(WRK-PRH-IDX) TO
                       WRK-PRH-SAIYO-BI
                MOVE   WRK-PRH-TANKA(WRK-PRH-IDX)     TO
                       WRK-TEKIYO-TANKA
           END-IF.
       *>
       TEKIYO-BI-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客契約単価テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       KEIYAKU-TBL-CHECK-PROC             SECTION.
       *>
           IF   WRK-KEIYAKU-KOKYAKU(WRK-KEIYAKU-IDX)
                                   =   WRK-HD-KOKYAKU-BANGOU
           AND  WRK-KEIYAKU-SHOHIN(WRK-KEIYAKU-IDX)
                                   =   WRK-HANTEI-SHOHIN   THEN
                MOVE   "Y"               TO   WRK-KEIYAKU-MITUKE-SW
                MOVE   WRK-KEIYAKU-IDX   TO   WRK-KEIYAKU-HIT-IDX
           END-IF.
       *>
       KEIYAKU-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>数量別単価の適用判定（１段分）
       *>  適用数量が設定済みで判定数量が適用数量以上であれば適用する。
       *>  段は適用数量の昇順に設定されている前提で、後の段が優先される
       *>----------------------------------------------------------------------------
       KEIYAKU-DANKAI-HANTEI-PROC         SECTION.
       *>
           IF   WRK-KEIYAKU-DK-SURYO(WRK-KEIYAKU-HIT-IDX
                                     WRK-KEIYAKU-DK-IDX)   >   ZERO
           AND  WRK-HANTEI-SU   >=
                WRK-KEIYAKU-DK-SURYO(WRK-KEIYAKU-HIT-IDX
                                     WRK-KEIYAKU-DK-IDX)   THEN
                MOVE   WRK-KEIYAKU-DK-TANKA(WRK-KEIYAKU-HIT-IDX
                                            WRK-KEIYAKU-DK-IDX)
                              TO   WRK-TEKIYO-TANKA
                MOVE   "Q"    TO   WRK-TANKA-KUBUN
           END-IF.
       *>
       KEIYAKU-DANKAI-HANTEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>販促単価テーブルの突合チェック（１件分・適用期間の判定を含む）
       *>----------------------------------------------------------------------------
       HANSOKU-TBL-CHECK-PROC             SECTION.
       *>
           IF   WRK-HANSOKU-SHOHIN(WRK-HANSOKU-IDX)
                                   =   WRK-HANTEI-SHOHIN
           AND  WRK-HANSOKU-KAISHI(WRK-HANSOKU-IDX)
                                   <=   WRK-RUN-DATE
           AND  WRK-HANSOKU-SHURYO(WRK-HANSOKU-IDX)
                                   >=   WRK-RUN-DATE   THEN
                MOVE   "Y"               TO   WRK-HANSOKU-MITUKE-SW
                MOVE   WRK-HANSOKU-IDX   TO   WRK-HANSOKU-HIT-IDX
           END-IF.
       *>
       HANSOKU-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>担当者マスタテーブルの突合チェック（１件分・一致時は担当者名を退避）
       *>----------------------------------------------------------------------------
       TANTO-TBL-CHECK-PROC               SECTION.
       *>
           IF   WRK-TANTO-CODE(WRK-TANTO-IDX)
                                   =   WRK-HD-TANTOSYA-CODE   THEN
                MOVE   "Y"   TO   WRK-TANTO-MITUKE-SW
                MOVE   WRK-TANTO-MEI(WRK-TANTO-IDX)   TO
                       WRK-HD-TANTOSYA-MEI
           END-IF.
       *>
       TANTO-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>担当者マスタファイルの一括読み込み（活動中の担当者のみテーブルへ）
       *>----------------------------------------------------------------------------
       TANTOSYA-MASTER-LOAD-PROC          SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   TAN01-TANTOSYA-MASTER.
       *>
           IF   TAN-FILE-STATUS   =   "00"   THEN
                PERFORM   TANTOSYA-MASTER-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   TAN01-TANTOSYA-MASTER
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       TANTOSYA-MASTER-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>担当者マスタファイルの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       TANTOSYA-MASTER-READ-PROC          SECTION.
       *>
           READ TAN01-TANTOSYA-MASTER
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   TAN01-KATSUDO-FLG   =   "1"
                     AND  WRK-TANTO-CNT   <   CST-MAX-TANTO-KENSU THEN
                          ADD   1   TO   WRK-TANTO-CNT
                          MOVE   TAN01-TANTOSYA-CODE   TO
                              WRK-TANTO-CODE(WRK-TANTO-CNT)
                          MOVE   TAN01-TANTOSYA-MEI    TO
                              WRK-TANTO-MEI(WRK-TANTO-CNT)
                     END-IF
           END-READ.
       *>
       TANTOSYA-MASTER-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客契約単価ファイルの一括読み込み（線形検索用テーブルへ格納）
       *>  契約単価ファイルが無い場合は契約なしとして処理する
       *>----------------------------------------------------------------------------
       KEIYAKU-FILE-LOAD-PROC             SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   KEI01-KEIYAKU-FILE.
       *>
           IF   KEI-FILE-STATUS   =   "00"   THEN
                PERFORM   KEIYAKU-FILE-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   KEI01-KEIYAKU-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       KEIYAKU-FILE-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客契約単価ファイルの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       KEIYAKU-FILE-READ-PROC             SECTION.
       *>
           READ KEI01-KEIYAKU-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
       *>      --有効期限切れ（実行日より前）の契約は登録しない（ゼロ＝無期限）--
               NOT   AT     END
                     IF   WRK-KEIYAKU-CNT < CST-MAX-KEIYAKU-KENSU
                     AND  ( KEI01-YUKO-KIGEN   =   ZERO
                     OR     KEI01-YUKO-KIGEN   >=   WRK-RUN-DATE ) THEN
                          ADD   1   TO   WRK-KEIYAKU-CNT
                          MOVE   KEI01-KOKYAKU-BANGOU   TO
                              WRK-KEIYAKU-KOKYAKU(WRK-KEIYAKU-CNT)
                          MOVE   KEI01-SHOHIN-CODE      TO
                              WRK-KEIYAKU-SHOHIN(WRK-KEIYAKU-CNT)
                          MOVE   KEI01-KEIYAKU-TANKA    TO
                              WRK-KEIYAKU-TANKA(WRK-KEIYAKU-CNT)
                          PERFORM   KEIYAKU-DANKAI-SET-PROC
                              VARYING  WRK-KEIYAKU-DK-IDX  FROM 1 BY 1
                              UNTIL    WRK-KEIYAKU-DK-IDX  >  3
                     END-IF
           END-READ.
       *>
       KEIYAKU-FILE-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客契約単価テーブルへの数量別単価の格納（１段分）
       *>----------------------------------------------------------------------------
       KEIYAKU-DANKAI-SET-PROC            SECTION.
       *>
           MOVE   KEI01-DANKAI-SURYO(WRK-KEIYAKU-DK-IDX)   TO
                  WRK-KEIYAKU-DK-SURYO(WRK-KEIYAKU-CNT
                                       WRK-KEIYAKU-DK-IDX).
           MOVE   KEI01-DANKAI-TANKA(WRK-KEIYAKU-DK-IDX)   TO
                  WRK-KEIYAKU-DK-TANKA(WRK-KEIYAKU-CNT
                                       WRK-KEIYAKU-DK-IDX).
       *>
       KEIYAKU-DANKAI-SET-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>単価適用日ファイルの一括読み込み（線形検索用テーブルへ格納）
       *>  ファイルが無い場合はマスタ単価のみで処理する
       *>----------------------------------------------------------------------------
       TEKIYO-TANKA-LOAD-PROC             SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   PRH01-TANKA-TEKIYO.
       *>
           IF   PRH-FILE-STATUS   =   "00"   THEN
                PERFORM   TEKIYO-TANKA-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   PRH01-TANKA-TEKIYO
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       TEKIYO-TANKA-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>単価適用日ファイルの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       TEKIYO-TANKA-READ-PROC             SECTION.
       *>
           READ PRH01-TANKA-TEKIYO
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-PRH-CNT   <   CST-MAX-PRH-KENSU  THEN
                          ADD   1   TO   WRK-PRH-CNT
                          MOVE   PRH01-SHOHIN-CODE   TO
                              WRK-PRH-SHOHIN(WRK-PRH-CNT)
                          MOVE   PRH01-TEKIYO-BI     TO
                              WRK-PRH-TEKIYO-BI(WRK-PRH-CNT)
                          MOVE   PRH01-TANKA         TO
                              WRK-PRH-TANKA(WRK-PRH-CNT)
                     END-IF
           END-READ.
       *>
       TEKIYO-TANKA-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>販促単価ファイルの一括読み込み（線形検索用テーブルへ格納）
       *>  販促単価ファイルが無い場合は販促なしとして処理する
       *>----------------------------------------------------------------------------
       HANSOKU-FILE-LOAD-PROC             SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   PRO01-HANSOKU-FILE.
       *>
           IF   PRO-FILE-STATUS   =   "00"   THEN
                PERFORM   HANSOKU-FILE-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   PRO01-HANSOKU-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       HANSOKU-FILE-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>販促単価ファイルの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       HANSOKU-FILE-READ-PROC             SECTION.
       *>
           READ PRO01-HANSOKU-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-HANSOKU-CNT < CST-MAX-HANSOKU-KENSU THEN
                          ADD   1   TO   WRK-HANSOKU-CNT
                          MOVE   PRO01-SHOHIN-CODE     TO
                              WRK-HANSOKU-SHOHIN(WRK-HANSOKU-CNT)
                          MOVE   PRO01-HANSOKU-TANKA   TO
                              WRK-HANSOKU-TANKA(WRK-HANSOKU-CNT)
                          MOVE   PRO01-KAISHI-BI       TO
                              WRK-HANSOKU-KAISHI(WRK-HANSOKU-CNT)
                          MOVE   PRO01-SHURYO-BI       TO
                              WRK-HANSOKU-SHURYO(WRK-HANSOKU-CNT)
                     END-IF
           END-READ.
       *>
       HANSOKU-FILE-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>見積ファイルの最終見積番号の取得（見積ヘッダの見積番号の最大値）
       *>  見積ファイルが無い場合は見積番号１から採番する
       *>----------------------------------------------------------------------------
       SAISHU-BANGOU-LOAD-PROC            SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   QUO01-MITSUMORI-FILE.
       *>
           IF   QUO-FILE-STATUS   =   "00"   THEN
                PERFORM   SAISHU-BANGOU-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   QUO01-MITSUMORI-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       SAISHU-BANGOU-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>見積ファイルの読み込み（１件分、見積番号の最大値を退避）
       *>----------------------------------------------------------------------------
       SAISHU-BANGOU-READ-PROC            SECTION.
       *>
           READ QUO01-MITSUMORI-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   QUO01-HEADER-REC
                     AND  QUO01-HD-MITSUMORI-BANGOU   >
                          WRK-SAISHU-BANGOU   THEN
                          MOVE   QUO01-HD-MITSUMORI-BANGOU   TO
                                 WRK-SAISHU-BANGOU
                     END-IF
           END-READ.
       *>
       SAISHU-BANGOU-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>[入力]見積入力トランザクションファイルの読み込み
       *>----------------------------------------------------------------------------
       TRN-FILE-READ-PROC                 SECTION.
       *>
           READ   QTR01-MITSUMORI-TRN
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
           END-READ.
       *>
       *>  正常終了（"10"）以外のステータスは入出力異常として中断
           IF   IN-FILE-STATUS NOT = "00"
                AND   IN-FILE-STATUS NOT = "10"   THEN
                PERFORM   FILE-STATUS-ERROR-PROC
           END-IF.
       *>
       TRN-FILE-READ-PROC-EXIT.
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
