       *>----------------------------------------------------------------------------
       *>棚卸資産評価引当金計算処理（月末）
       *>  商品マスタ（IN02）を商品コード順に読み、在庫を最終出荷日からの
       *>  経過日数で「正常・滞留・長期滞留・不動」の区分に分ける。
       *>  ロット管理品（ロット別在庫ファイル LOT01 に在庫のある商品）は
       *>  ロットごとに有効期限を判定し、期限切れ・期限間近のロットはその
       *>  区分とし、それ以外のロットは最終出荷日からの経過日数で区分する。
       *>  ロット在庫を超える商品マスタの在庫も経過日数で区分する。
       *>  最終出荷日が未設定（一度も出荷していない）の在庫は不動とする。
       *>  区分ごとの在庫数に仕入原価（IN02-GENKA）と引当率を乗じて当月の
       *>  引当額を求め、前月引当額ファイル（OBP01）の前月の引当額と比べた
       *>  増減額を、勘定科目対応マスタ（GLM01）の発生源区分Ｈ（評価引当・
       *>  分類完全一致→"**"の順に検索）で借方・貸方科目へ変換し、ＧＬ
       *>  連携ファイルと同一形式の評価引当仕訳ファイル（OBJ01）へ分類別に
       *>  書き出す。増加は対応マスタの借方・貸方のとおり、減少（戻入）は
       *>  借方・貸方を入れ替えて計上する。科目対応の無い分類は仕訳せず、
       *>  前月の引当額をそのまま繰り越して翌月の計上に回す。
       *>  経過日数の区切り（KEIKA-1～3・既定９０・１８０・３６５日）、
       *>  期限間近の日数（KIGEN-NISSU・既定３０日）、区分ごとの引当率
       *>  （RITSU-1～6・％・既定０・１０・２５・５０・５０・１００）は
       *>  共通実行パラメータ（OBSPRV01）で指定する。
       *>  計算根拠は商品別明細・分類小計と分類別集計（仕訳科目付き）の
       *>  評価引当金計算書（PRT91）として印刷する。
       *>  対象年月（ＹＹＹＹＭＭ）はコマンドライン引数で指定し、省略時
       *>  は実行日の年月を対象とする。前月引当額ファイルは対象月より前の
       *>  最も新しい月の引当額を前月分として読み、前月分と当月分を書き
       *>  直す（同月の再実行は当月分を置き換える）。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        OBSPRV01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]商品マスタファイル（キー順の全件走査）
       *>----------------------------------------------------------------------------
       SELECT    IN02-SHOHIN-MASTER   ASSIGN       TO   "IN02.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE  IS SEQUENTIAL
                                      RECORD KEY   IS IN02-SHOHIN-CODE
                                      STATUS       IS IN02-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]ロット別在庫ファイル（キー順の全件走査・商品マスタと突合）
       *>----------------------------------------------------------------------------
       SELECT    LOT01-LOT-ZAIKO      ASSIGN       TO   "LOT01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE  IS SEQUENTIAL
                                      RECORD KEY   IS LOT01-LOT-KEY
                                      STATUS       IS LOT-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]勘定科目対応マスタファイル（GLEXTR01と同一）
       *>----------------------------------------------------------------------------
       SELECT    GLM01-TAIO-MASTER    ASSIGN       TO   "GLM01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS GLM-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入出力]前月引当額ファイル（一括読み込みのうえ書き直す）
       *>----------------------------------------------------------------------------
       SELECT    OBP01-HIKIATE-FILE   ASSIGN       TO   "OBP01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS OBP-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]評価引当仕訳ファイル（ＧＬ連携ファイルと同一形式）
       *>----------------------------------------------------------------------------
       SELECT    OBJ01-SHIWAKE-FILE   ASSIGN       TO   "OBJ01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>[出力]評価引当金計算書
       *>----------------------------------------------------------------------------
       SELECT    PRT91-HIKIATE-RPT    ASSIGN       TO   "PRT91.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]商品マスタファイルのレイアウト定義（TEST0001と同一レイアウト）
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
       *>[入力]ロット別在庫ファイルのレイアウト定義（RECEIPT01と同一）
       *>----------------------------------------------------------------------------
       FD   LOT01-LOT-ZAIKO.
       01   LOT01-RECODE.
            03   LOT01-LOT-KEY.
                 05   LOT01-SHOHIN-CODE       PIC X(006).
                 05   LOT01-LOT-NO            PIC X(008).
            03   LOT01-YUKO-KIGEN             PIC 9(008).
            03   LOT01-ZAIKO-SU               PIC 9(006).
       *>----------------------------------------------------------------------------
       *>[入力]勘定科目対応マスタファイルのレイアウト定義（GLEXTR01と同一）
       *>  （発生源区分Ｈ＝評価引当。借方は評価損、貸方は評価引当金の科目）
       *>----------------------------------------------------------------------------
       FD   GLM01-TAIO-MASTER.
       01   GLM01-RECODE.
            03   GLM01-GENSEN-KUBUN           PIC X(001).
            03   GLM01-BUNRUI-CODE            PIC X(002).
            03   GLM01-KARIKATA-KAMOKU        PIC X(006).
            03   GLM01-KASHIKATA-KAMOKU       PIC X(006).
       *>----------------------------------------------------------------------------
       *>[入出力]前月引当額ファイルのレイアウト定義
       *>  （計上年月・商品ごとの引当額。前月分と当月分の２か月分を持つ）
       *>----------------------------------------------------------------------------
       FD   OBP01-HIKIATE-FILE.
       01   OBP01-RECODE.
            03   OBP01-NENGETU                PIC 9(006).
            03   OBP01-SHOHIN-CODE            PIC X(006).
            03   OBP01-HIKIATE-GAKU           PIC 9(011).
       *>----------------------------------------------------------------------------
       *>[出力]評価引当仕訳ファイルのレイアウト定義（GLEXTR01のGLJ01と同一）
       *>  （レコード区分：Ｊ＝仕訳、Ｔ＝管理トレーラ。仕訳は借方（Ｄ）・
       *>    貸方（Ｃ）の対で書き出し、貸借は必ず釣り合う）
       *>----------------------------------------------------------------------------
       FD   OBJ01-SHIWAKE-FILE.
       01   OBJ01-RECODE.
            03   OBJ01-RECORD-KUBUN           PIC X(001).
            03   OBJ01-DENPYO-BI              PIC 9(008).
            03   OBJ01-GENSEN-KUBUN           PIC X(001).
            03   OBJ01-BUNRUI-CODE            PIC X(002).
            03   OBJ01-KAMOKU                 PIC X(006).
            03   OBJ01-TAISHAKU-KUBUN         PIC X(001).
            03   OBJ01-KINGAKU                PIC S9(010).
       *>
       *>  管理トレーラレコードの再定義
       01   OBJ01-TRAILER-RECODE.
            03   OBJ01-TR-KUBUN               PIC X(001).
            03   OBJ01-TR-DENPYO-BI           PIC 9(008).
            03   OBJ01-TR-KENSU               PIC 9(006).
            03   OBJ01-TR-KARIKATA-KEI        PIC S9(012).
            03   OBJ01-TR-KASHIKATA-KEI       PIC S9(012).
       *>----------------------------------------------------------------------------
       *>[出力]評価引当金計算書のレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT91-HIKIATE-RPT.
       01   PRT91-RECODE                      PIC X(230).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
       *>
       *>--手続き部で「MAIN-PROC」を終了させる際の定数となる--
       77   CST-END                           PIC X(004) VALUE "END".
       *>
       *>--勘定科目対応マスタの発生源区分（評価引当）--
       77   CST-GENSEN-HIKIATE                PIC X(001) VALUE "H".
       *>
       01   WRK-WORK-AREA.
            03   WRK-AT-END                   PIC X(004).
            *>--商品マスタ読み込み件数・計算書の明細件数--
            03   WRK-IN-COUNT                 PIC 9(006).
            03   WRK-OUT-COUNT                PIC 9(006).
            *>--仕訳件数・借方合計・貸方合計（管理トレーラ用）--
            03   WRK-SHIWAKE-COUNT            PIC 9(006).
            03   WRK-KARIKATA-KEI             PIC S9(012).
            03   WRK-KASHIKATA-KEI            PIC S9(012).
            *>--科目対応なし・テーブルあふれの件数--
            03   WRK-ERROR-COUNT              PIC 9(006).
            *>--分類内の明細の有無（小計印刷の要否判定）--
            03   WRK-BUNRUI-ARI-SW            PIC X(001).
                 88   WRK-BUNRUI-ARI          VALUE "Y".
       *>
       01   IN02-FILE-STATUS                  PIC XX.
       01   LOT-FILE-STATUS                   PIC XX.
       01   GLM-FILE-STATUS                   PIC XX.
       01   OBP-FILE-STATUS                   PIC XX.
       *>
       *>--ロット別在庫ファイルの終了判定（ファイルが無い場合も終了とする）--
       01   WRK-LOT-END-SW                    PIC X(001).
            88   WRK-LOT-END                  VALUE "Y".
       *>
       *>--前レコードの集計キー（分類コード）保存用--
       01   KEY-BUNRUI-CODE                   PIC X(002).
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "OBSPRV01".
       01   WRK-AUD-RUN-ID                    PIC 9(006) VALUE ZERO.
       01   WRK-START-TIME                    PIC 9(006).
       01   WRK-START-TIME-NAMA               PIC 9(008).
       *>
       *>--実行日の取得領域--
       01   WRK-RUN-DATE                      PIC 9(008).
       01   WRK-RUN-DATE-H   REDEFINES   WRK-RUN-DATE.
            03   WRK-RUN-NENGETU              PIC 9(006).
            03   WRK-RUN-HI                   PIC 9(002).
       *>
       *>--コマンドライン引数（対象年月ＹＹＹＹＭＭ）の受け取り領域--
       01   WRK-PARAM-AREA                    PIC X(020).
       01   WRK-TAISHO-NENGETU                PIC 9(006).
       *>
       *>--前月引当額の計上年月（対象月より前の最も新しい月）--
       01   WRK-ZENGETU-NENGETU               PIC 9(006).
       *>
       *>--実行パラメタの取得領域（PRMGET01呼び出し用）--
       01   WRK-PRM-JOB-NAME                  PIC X(010)
                                 VALUE "OBSPRV01".
       01   WRK-PRM-PARM-MEI                  PIC X(010).
       01   WRK-PRM-PARM-ATAI                 PIC X(021).
       01   WRK-PRM-MITUKE-FLG                PIC X(001).
       *>
       *>--経過日数の区切り（滞留・長期滞留・不動の開始日数）と
       *>  期限間近とする有効期限までの日数--
       01   WRK-KEIKA-1                       PIC 9(005) VALUE 00090.
       01   WRK-KEIKA-2                       PIC 9(005) VALUE 00180.
       01   WRK-KEIKA-3                       PIC 9(005) VALUE 00365.
       01   WRK-KIGEN-NISSU                   PIC 9(003) VALUE 030.
       *>
       *>--区分ごとの引当率（％）--
       *>  区分１＝正常、２＝滞留、３＝長期滞留、４＝不動、
       *>  ５＝期限間近、６＝期限切れ
       77   CST-KUBUN-SU                      PIC 9(001) VALUE 6.
       01   WRK-RITSU-TBL.
            03   WRK-RITSU-1                  PIC 9(003) VALUE 000.
            03   WRK-RITSU-2                  PIC 9(003) VALUE 010.
            03   WRK-RITSU-3                  PIC 9(003) VALUE 025.
            03   WRK-RITSU-4                  PIC 9(003) VALUE 050.
            03   WRK-RITSU-5                  PIC 9(003) VALUE 050.
            03   WRK-RITSU-6                  PIC 9(003) VALUE 100.
       01   WRK-RITSU-R   REDEFINES   WRK-RITSU-TBL.
            03   WRK-RITSU                    PIC 9(003) OCCURS 6.
       01   WRK-RITSU-PRM-MEI-TBL.
            03   FILLER                       PIC X(010)
                                 VALUE "RITSU-1".
            03   FILLER                       PIC X(010)
                                 VALUE "RITSU-2".
            03   FILLER                       PIC X(010)
                                 VALUE "RITSU-3".
            03   FILLER                       PIC X(010)
                                 VALUE "RITSU-4".
            03   FILLER                       PIC X(010)
                                 VALUE "RITSU-5".
            03   FILLER                       PIC X(010)
                                 VALUE "RITSU-6".
       01   WRK-RITSU-PRM-MEI-R   REDEFINES   WRK-RITSU-PRM-MEI-TBL.
            03   WRK-RITSU-PRM-MEI            PIC X(010) OCCURS 6.
       01   WRK-KUBUN-IDX                     PIC 9(001).
       *>
       *>--商品１件分の区分別在庫数と評価額・引当額--
       01   WRK-SHOHIN-AREA.
            03   WRK-KUBUN-ZAIKO              PIC 9(007) OCCURS 6.
            03   WRK-LOT-GOKEI                PIC 9(007).
            03   WRK-HYOKA-SU                 PIC 9(007).
            03   WRK-NOKORI-SU                PIC S9(007).
            *>--最終出荷日から判定した区分（ロット以外の在庫に適用）--
            03   WRK-SHUKKA-KUBUN             PIC 9(001).
            03   WRK-LOT-KUBUN                PIC 9(001).
            03   WRK-HYOKA-GAKU               PIC S9(011).
            03   WRK-KUBUN-HIKIATE            PIC S9(011).
            03   WRK-TOUGETU-GAKU             PIC S9(011).
            03   WRK-ZENGETU-GAKU             PIC S9(011).
            03   WRK-ZOGEN-GAKU               PIC S9(011).
       *>
       *>--分類小計・総合計（評価額・当月引当・前月引当・増減）--
       01   WRK-BUNRUI-KEI.
            03   WRK-BK-HYOKA                 PIC S9(013).
            03   WRK-BK-TOUGETU               PIC S9(013).
            03   WRK-BK-ZENGETU               PIC S9(013).
            03   WRK-BK-ZOGEN                 PIC S9(013).
       01   WRK-SOU-KEI.
            03   WRK-SK-HYOKA                 PIC S9(013).
            03   WRK-SK-TOUGETU               PIC S9(013).
            03   WRK-SK-ZENGETU               PIC S9(013).
            03   WRK-SK-ZOGEN                 PIC S9(013).
       *>
       *>--累積月日数テーブル（平年・日数通算の計算用）--
       01   CST-TSUKIHI-TBL.
            03   CST-TSUKIHI-01              PIC 9(003) VALUE 000.
            03   CST-TSUKIHI-02              PIC 9(003) VALUE 031.
            03   CST-TSUKIHI-03              PIC 9(003) VALUE 059.
            03   CST-TSUKIHI-04              PIC 9(003) VALUE 090.
            03   CST-TSUKIHI-05              PIC 9(003) VALUE 120.
            03   CST-TSUKIHI-06              PIC 9(003) VALUE 151.
            03   CST-TSUKIHI-07              PIC 9(003) VALUE 181.
            03   CST-TSUKIHI-08              PIC 9(003) VALUE 212.
            03   CST-TSUKIHI-09              PIC 9(003) VALUE 243.
            03   CST-TSUKIHI-10              PIC 9(003) VALUE 273.
            03   CST-TSUKIHI-11              PIC 9(003) VALUE 304.
            03   CST-TSUKIHI-12              PIC 9(003) VALUE 334.
       01   CST-TSUKIHI-R REDEFINES CST-TSUKIHI-TBL.
            03   CST-TSUKIHI                 PIC 9(003) OCCURS 12.
       *>
       *>--経過日数計算用（日付の通算日数の差で求める）--
       01   WRK-KEIKA-AREA.
            03   WRK-KEISAN-HIZUKE            PIC 9(008).
            03   WRK-KEISAN-NEN               PIC 9(004).
            03   WRK-KEISAN-GETU              PIC 9(002).
            03   WRK-KEISAN-HI                PIC 9(002).
            03   WRK-TSUZAN-NISSU             PIC 9(008).
            03   WRK-RUN-TSUZAN               PIC 9(008).
            03   WRK-KEIKA-NISSU              PIC S9(008).
            03   WRK-KIGEN-MADE               PIC S9(008).
       *>
       *>--前月引当額の一括読み込み用テーブル（線形検索用）--
       77   CST-MAX-ZENGETU-KENSU             PIC 9(004) VALUE 9999.
       01   WRK-ZENGETU-TBL.
            03   WRK-ZENGETU-ENT                  OCCURS 9999.
                 05   WRK-ZEN-SHOHIN              PIC X(006).
                 05   WRK-ZEN-GAKU                PIC 9(011).
                 05   WRK-ZEN-SHOGO-SW            PIC X(001).
                      88   WRK-ZEN-SHOGO-ZUMI     VALUE "Y".
       01   WRK-ZENGETU-CNT                   PIC 9(004).
       01   WRK-ZENGETU-IDX                   PIC 9(004).
       01   WRK-ZENGETU-HIT-IDX               PIC 9(004).
       *>
       *>--当月引当額の退避テーブル（前月引当額ファイルの書き直し用）--
       77   CST-MAX-TOUGETU-KENSU             PIC 9(004) VALUE 9999.
       01   WRK-TOUGETU-TBL.
            03   WRK-TOUGETU-ENT                  OCCURS 9999.
                 05   WRK-TOU-SHOHIN              PIC X(006).
                 05   WRK-TOU-GAKU                PIC 9(011).
       01   WRK-TOUGETU-CNT                   PIC 9(004).
       01   WRK-TOUGETU-IDX                   PIC 9(004).
       *>
       *>--分類別集計テーブル（仕訳・分類別集計の印刷用）--
       77   CST-MAX-BUNRUI-KENSU              PIC 9(003) VALUE 999.
       01   WRK-BUNRUI-TBL.
            03   WRK-BUNRUI-ENT                   OCCURS 999.
                 05   WRK-BUN-CODE                PIC X(002).
                 05   WRK-BUN-HYOKA               PIC S9(013).
                 05   WRK-BUN-TOUGETU             PIC S9(013).
                 05   WRK-BUN-ZENGETU             PIC S9(013).
                 05   WRK-BUN-ZOGEN               PIC S9(013).
                 *>--"N"＝科目対応なし（仕訳せず前月引当額を繰り越す）--
                 05   WRK-BUN-TAIO-SW             PIC X(001).
                      88   WRK-BUN-TAIO-NASHI     VALUE "N".
                 05   WRK-BUN-KARIKATA            PIC X(006).
                 05   WRK-BUN-KASHIKATA           PIC X(006).
       01   WRK-BUNRUI-CNT                    PIC 9(003).
       01   WRK-BUNRUI-IDX                    PIC 9(003).
       01   WRK-BUNRUI-HIT-IDX                PIC 9(003).
       01   WRK-SAGASHI-BUNRUI                PIC X(002).
       *>
       *>--勘定科目対応の一括読み込み用テーブル（線形検索用）--
       77   CST-MAX-TAIO-KENSU                PIC 9(004) VALUE 999.
       01   WRK-TAIO-TBL.
            03   WRK-TAIO-ENT                     OCCURS 999.
                 05   WRK-TAIO-GENSEN             PIC X(001).
                 05   WRK-TAIO-BUNRUI             PIC X(002).
                 05   WRK-TAIO-KARIKATA           PIC X(006).
                 05   WRK-TAIO-KASHIKATA          PIC X(006).
       01   WRK-TAIO-CNT                      PIC 9(004).
       01   WRK-TAIO-IDX                      PIC 9(004).
       01   WRK-TAIO-HIT-IDX                  PIC 9(004).
       01   WRK-TAIO-MITUKE-SW                PIC X(001).
            88   WRK-TAIO-MITUKE              VALUE "Y".
       *>
       *>--仕訳１対分の借方・貸方科目と金額--
       01   WRK-SW-KARIKATA                   PIC X(006).
       01   WRK-SW-KASHIKATA                  PIC X(006).
       01   WRK-SW-KINGAKU                    PIC S9(011).
       *>----------------------------------------------------------------------------
       *>印刷用パーツ定義
       *>----------------------------------------------------------------------------
       01   HD01-MIDASHI-1.
            03   FILLER                       PIC X(042)
                           VALUE "棚卸資産評価引当金計算書".
            03   FILLER                       PIC X(018)
                                 VALUE "対象年月：".
            03   HD01-NENGETU                 PIC 9999/99.
            03   FILLER                       PIC X(027)
                                 VALUE "　前月引当計上月：".
            03   HD01-ZENGETU                 PIC 9999/99.
            03   FILLER                       PIC X(015)
                                 VALUE "　実行日：".
            03   HD01-RUN-DATE                PIC 9999/99/99.
       *>
       01   HD02-JOKEN-LINE.
            03   FILLER                       PIC X(045)
           VALUE "　最終出荷からの経過日数：滞留".
            03   HD02-KEIKA-1                 PIC ZZZZ9.
            03   FILLER                       PIC X(024)
                                 VALUE "日～　長期滞留".
            03   HD02-KEIKA-2                 PIC ZZZZ9.
            03   FILLER                       PIC X(015)
                                 VALUE "日～　不動".
            03   HD02-KEIKA-3                 PIC ZZZZ9.
            03   FILLER                       PIC X(039)
           VALUE "日～（出荷実績なしを含む）".
            03   FILLER                       PIC X(030)
                                 VALUE "　期限間近：期限まで".
            03   HD02-KIGEN-NISSU             PIC ZZ9.
            03   FILLER                       PIC X(012)
                                 VALUE "日以内".
       *>
       01   HD03-RITSU-LINE.
            03   FILLER                       PIC X(033)
           VALUE "　引当率（％）　正常：".
            03   HD03-RITSU-1                 PIC ZZ9.
            03   FILLER                       PIC X(012)
                                 VALUE "　滞留：".
            03   HD03-RITSU-2                 PIC ZZ9.
            03   FILLER                       PIC X(018)
                                 VALUE "　長期滞留：".
            03   HD03-RITSU-3                 PIC ZZ9.
            03   FILLER                       PIC X(012)
                                 VALUE "　不動：".
            03   HD03-RITSU-4                 PIC ZZ9.
            03   FILLER                       PIC X(018)
                                 VALUE "　期限間近：".
            03   HD03-RITSU-5                 PIC ZZ9.
            03   FILLER                       PIC X(018)
                                 VALUE "　期限切れ：".
            03   HD03-RITSU-6                 PIC ZZ9.
       *>
       01   HD04-KOMOKU.
            03   FILLER                       PIC X(010)
                                 VALUE "商品".
            03   FILLER                       PIC X(026)
                                 VALUE "商品名".
            03   FILLER                       PIC X(011)
                                 VALUE "在庫数".
            03   FILLER                       PIC X(017)
                                 VALUE "最終出荷日".
            03   FILLER                       PIC X(014)
                                 VALUE "経過日".
            03   FILLER                       PIC X(011)
                                 VALUE "正常".
            03   FILLER                       PIC X(007)
                                 VALUE "滞留".
            03   FILLER                       PIC X(017)
                                 VALUE "長期滞留".
            03   FILLER                       PIC X(007)
                                 VALUE "不動".
            03   FILLER                       PIC X(013)
                                 VALUE "期限間近".
            03   FILLER                       PIC X(022)
                                 VALUE "期限切れ".
            03   FILLER                       PIC X(015)
                                 VALUE "評価額".
            03   FILLER                       PIC X(021)
                                 VALUE "当月引当額".
            03   FILLER                       PIC X(025)
                                 VALUE "前月引当額".
            03   FILLER                       PIC X(009)
                                 VALUE "増減額".
       *>
       01   HD05-MEISAI-LINE.
            03   HD05-SHOHIN-CODE             PIC X(006).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD05-SHOHIN-MI               PIC X(020).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD05-HYOKA-SU                PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD05-SAISHU-SHUKKA-BI        PIC 9999/99/99.
            03   HD05-SAISHU-SHUKKA-X   REDEFINES
                 HD05-SAISHU-SHUKKA-BI        PIC X(010).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD05-KEIKA-NISSU             PIC ZZZZZ9.
            03   HD05-KEIKA-NISSU-X     REDEFINES
                 HD05-KEIKA-NISSU             PIC X(006).
            03   HD05-KUBUN-EDIT                  OCCURS 6.
                 05   FILLER                  PIC X(002).
                 05   HD05-KUBUN-SU           PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD05-HYOKA-GAKU              PIC -Z,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD05-TOUGETU-GAKU            PIC -Z,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD05-ZENGETU-GAKU            PIC -Z,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD05-ZOGEN-GAKU              PIC -Z,ZZZ,ZZZ,ZZ9.
       *>
       01   HD06-BUNRUI-LINE.
            03   FILLER                       PIC X(030)
                                 VALUE "　＜分類計＞　分類：".
            03   HD06-BUNRUI-CODE             PIC X(002).
            03   FILLER                       PIC X(091) VALUE SPACE.
            03   HD06-HYOKA-GAKU              PIC -Z,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD06-TOUGETU-GAKU            PIC -Z,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD06-ZENGETU-GAKU            PIC -Z,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD06-ZOGEN-GAKU              PIC -Z,ZZZ,ZZZ,ZZ9.
       *>
       01   HD07-GOKEI-LINE.
            03   FILLER                       PIC X(015)
                                 VALUE "＜総合計＞".
            03   FILLER                       PIC X(103) VALUE SPACE.
            03   HD07-HYOKA-GAKU              PIC -Z,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD07-TOUGETU-GAKU            PIC -Z,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD07-ZENGETU-GAKU            PIC -Z,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD07-ZOGEN-GAKU              PIC -Z,ZZZ,ZZZ,ZZ9.
       *>
       01   HD08-MIKEI-MIDASHI.
            03   FILLER                       PIC X(051)
           VALUE "【商品マスタ未登録の前月引当戻入】".
       *>
       01   HD09-SHUKEI-MIDASHI.
            03   FILLER                       PIC X(048)
           VALUE "【分類別集計・評価引当仕訳】".
       *>
       01   HD10-SHUKEI-KOMOKU.
            03   FILLER                       PIC X(018)
                                 VALUE "分類".
            03   FILLER                       PIC X(015)
                                 VALUE "評価額".
            03   FILLER                       PIC X(021)
                                 VALUE "当月引当額".
            03   FILLER                       PIC X(025)
                                 VALUE "前月引当額".
            03   FILLER                       PIC X(013)
                                 VALUE "増減額".
            03   FILLER                       PIC X(014)
                                 VALUE "借方科目".
            03   FILLER                       PIC X(014)
                                 VALUE "貸方科目".
            03   FILLER                       PIC X(006)
                                 VALUE "備考".
       *>
       01   HD11-SHUKEI-LINE.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD11-BUNRUI-CODE             PIC X(002).
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   HD11-HYOKA-GAKU              PIC -Z,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD11-TOUGETU-GAKU            PIC -Z,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD11-ZENGETU-GAKU            PIC -Z,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD11-ZOGEN-GAKU              PIC -Z,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   HD11-KARIKATA                PIC X(006).
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   HD11-KASHIKATA               PIC X(006).
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   HD11-BIKOU                   PIC X(060).
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "OBSPRV01の出力結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "引当明細件数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "仕訳件数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS4-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "科目対応なし等：".
            03   MSG4-COUNT                   PIC ZZZ,ZZ9.
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
           MOVE   SPACE   TO   WRK-AT-END.
           MOVE   ZERO    TO   WRK-IN-COUNT.
           MOVE   ZERO    TO   WRK-OUT-COUNT.
           MOVE   ZERO    TO   WRK-SHIWAKE-COUNT.
           MOVE   ZERO    TO   WRK-KARIKATA-KEI.
           MOVE   ZERO    TO   WRK-KASHIKATA-KEI.
           MOVE   ZERO    TO   WRK-ERROR-COUNT.
           MOVE   SPACE   TO   WRK-BUNRUI-ARI-SW.
           MOVE   ZERO    TO   WRK-BUNRUI-KEI.
           MOVE   ZERO    TO   WRK-SOU-KEI.
           MOVE   ZERO    TO   WRK-ZENGETU-CNT.
           MOVE   ZERO    TO   WRK-TOUGETU-CNT.
           MOVE   ZERO    TO   WRK-BUNRUI-CNT.
           MOVE   ZERO    TO   WRK-TAIO-CNT.
           MOVE   ZERO    TO   WRK-ZENGETU-NENGETU.
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
       *>
       *>  実行日の取得と対象年月の決定（引数省略時は実行日の年月）
           ACCEPT   WRK-RUN-DATE     FROM   DATE   YYYYMMDD.
           ACCEPT   WRK-PARAM-AREA   FROM   COMMAND-LINE.
       *>
           IF   WRK-PARAM-AREA(1:6)   IS   NUMERIC   THEN
                MOVE   WRK-PARAM-AREA(1:6)   TO   WRK-TAISHO-NENGETU
           ELSE
                MOVE   WRK-RUN-NENGETU       TO   WRK-TAISHO-NENGETU
           END-IF.
       *>
       *>  実行日の通算日数（経過日数・期限までの日数の基準）
           MOVE     ZERO           TO     WRK-RUN-TSUZAN.
           MOVE     WRK-RUN-DATE   TO     WRK-KEISAN-HIZUKE.
           PERFORM  TSUZAN-NISSU-CALC-PROC.
           MOVE     WRK-TSUZAN-NISSU   TO   WRK-RUN-TSUZAN.
       *>
           PERFORM   PARAMETER-GET-PROC.
       *>
       *>  勘定科目対応・前月引当額の一括読み込み
           PERFORM   TAIO-MASTER-LOAD-PROC.
           PERFORM   ZENGETU-LOAD-PROC.
       *>
       *>ファイルのオープン
           OPEN   INPUT    IN02-SHOHIN-MASTER.
           OPEN   OUTPUT   OBJ01-SHIWAKE-FILE
                           PRT91-HIKIATE-RPT.
       *>
       *>  ロット別在庫ファイルのオープン（無い場合はロット管理品なし）
           MOVE   SPACE   TO   WRK-LOT-END-SW.
           OPEN   INPUT   LOT01-LOT-ZAIKO.
           IF   LOT-FILE-STATUS   =   "00"   THEN
                PERFORM   LOT-FILE-READ-PROC
           ELSE
                MOVE   "Y"   TO   WRK-LOT-END-SW
           END-IF.
       *>
       *>  見出しの印刷
           PERFORM   MIDASHI-PRINT-PROC.
       *>
       *>商品マスタの読み込み（先読み）
           PERFORM   SHOHIN-MASTER-READ-PROC.
       *>
           IF   WRK-AT-END   NOT =   CST-END   THEN
                MOVE   IN02-BUNRUI-CODE   TO   KEY-BUNRUI-CODE
           END-IF.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>終了処理
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
       *>  最終分類の小計の印刷
           IF   WRK-BUNRUI-ARI   THEN
                PERFORM   BUNRUI-KEI-WRITE-PROC
           END-IF.
       *>
       *>  商品マスタに無くなった商品の前月引当額の戻入
           PERFORM   MIKEI-PRINT-PROC.
       *>
       *>  総合計の印刷
           MOVE   WRK-SK-HYOKA     TO   HD07-HYOKA-GAKU.
           MOVE   WRK-SK-TOUGETU   TO   HD07-TOUGETU-GAKU.
           MOVE   WRK-SK-ZENGETU   TO   HD07-ZENGETU-GAKU.
           MOVE   WRK-SK-ZOGEN     TO   HD07-ZOGEN-GAKU.
           MOVE   SPACE            TO   PRT91-RECODE.
           WRITE  PRT91-RECODE     FROM   HD07-GOKEI-LINE.
       *>
       *>  分類別の仕訳の書き出しと分類別集計の印刷
           PERFORM   SHUKEI-PRINT-CONTROL-PROC.
       *>
       *>  仕訳ファイルの管理トレーラの書き出し
           MOVE   SPACE               TO   OBJ01-TRAILER-RECODE.
           MOVE   "T"                 TO   OBJ01-TR-KUBUN.
           MOVE   WRK-RUN-DATE        TO   OBJ01-TR-DENPYO-BI.
           MOVE   WRK-SHIWAKE-COUNT   TO   OBJ01-TR-KENSU.
           MOVE   WRK-KARIKATA-KEI    TO   OBJ01-TR-KARIKATA-KEI.
           MOVE   WRK-KASHIKATA-KEI   TO   OBJ01-TR-KASHIKATA-KEI.
           WRITE  OBJ01-TRAILER-RECODE.
       *>
       *>  前月引当額ファイルの書き直し（前月分と当月分）
           PERFORM   HIKIATE-SAVE-PROC.
       *>
       *>ファイルのクローズ
           IF   LOT-FILE-STATUS   NOT =   "35"   THEN
                CLOSE   LOT01-LOT-ZAIKO
           END-IF.
           CLOSE   IN02-SHOHIN-MASTER
                   OBJ01-SHIWAKE-FILE
                   PRT91-HIKIATE-RPT.
       *>
           MOVE   WRK-OUT-COUNT       TO   MSG2-COUNT.
           MOVE   WRK-SHIWAKE-COUNT   TO   MSG3-COUNT.
           MOVE   WRK-ERROR-COUNT     TO   MSG4-COUNT.
       *>
           DISPLAY   MS1-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS2-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS3-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS4-MESSAGE-AREA UPON CONSOLE.
       *>
       *>  共通監査ログへの実行実績の記録
           CALL   "AUDIT_LOG01"   USING   WRK-JOB-NAME
                                          WRK-AUD-RUN-ID
                                          WRK-IN-COUNT
                                          WRK-SHIWAKE-COUNT
                                          WRK-ERROR-COUNT
                                          WRK-START-TIME.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>主処理（商品１件ごとの区分判定・引当額計算と明細印刷）
       *>----------------------------------------------------------------------------
       MAIN-PROC                          SECTION.
       *>
           ADD   1   TO   WRK-IN-COUNT.
       *>
       *>  分類コード変わりで小計を印刷する
           IF   IN02-BUNRUI-CODE   NOT =   KEY-BUNRUI-CODE   THEN
                IF   WRK-BUNRUI-ARI   THEN
                     PERFORM   BUNRUI-KEI-WRITE-PROC
                END-IF
                MOVE   IN02-BUNRUI-CODE   TO   KEY-BUNRUI-CODE
           END-IF.
       *>
       *>  区分別在庫数と当月引当額の計算
           PERFORM   KUBUN-HANTEI-PROC.
           PERFORM   HIKIATE-KEISAN-PROC.
       *>
       *>  前月引当額の検索（照合済みとして戻入の対象から外す）
           MOVE   ZERO   TO   WRK-ZENGETU-GAKU.
           MOVE   ZERO   TO   WRK-ZENGETU-HIT-IDX.
           PERFORM   ZENGETU-TBL-CHECK-PROC
                    VARYING   WRK-ZENGETU-IDX   FROM   1   BY   1
                    UNTIL   WRK-ZENGETU-IDX   >   WRK-ZENGETU-CNT
                    OR      WRK-ZENGETU-HIT-IDX   >   ZERO.
           IF   WRK-ZENGETU-HIT-IDX   >   ZERO   THEN
                MOVE   WRK-ZEN-GAKU(WRK-ZENGETU-HIT-IDX)   TO
                       WRK-ZENGETU-GAKU
                MOVE   "Y"   TO
                       WRK-ZEN-SHOGO-SW(WRK-ZENGETU-HIT-IDX)
           END-IF.
       *>
       *>  在庫も前月引当も無い商品は印刷しない
           IF   WRK-HYOKA-SU       =   ZERO
           AND  WRK-ZENGETU-GAKU   =   ZERO   THEN
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
           COMPUTE   WRK-ZOGEN-GAKU   =
                     WRK-TOUGETU-GAKU   -   WRK-ZENGETU-GAKU.
       *>
           PERFORM   MEISAI-WRITE-PROC.
       *>
       *>  当月引当額の退避（前月引当額ファイルの書き直し用）
           IF   WRK-TOUGETU-GAKU   >   ZERO   THEN
                IF   WRK-TOUGETU-CNT   <   CST-MAX-TOUGETU-KENSU   THEN
                     ADD    1   TO   WRK-TOUGETU-CNT
                     MOVE   IN02-SHOHIN-CODE   TO
                            WRK-TOU-SHOHIN(WRK-TOUGETU-CNT)
                     MOVE   WRK-TOUGETU-GAKU   TO
                            WRK-TOU-GAKU(WRK-TOUGETU-CNT)
                ELSE
                     ADD    1   TO   WRK-ERROR-COUNT
                END-IF
           END-IF.
       *>
       MAIN-PROC-READ.
       *>
           PERFORM   SHOHIN-MASTER-READ-PROC.
       *>
       MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>区分別在庫数の判定（商品１件分）
       *>  ロット在庫は有効期限で期限切れ・期限間近を判定し、それ以外の
       *>  ロットとロット在庫を超える在庫は最終出荷日からの経過日数で区分
       *>  する（最終出荷日が未設定の在庫は不動）
       *>----------------------------------------------------------------------------
       KUBUN-HANTEI-PROC                  SECTION.
       *>
           MOVE   ZERO   TO   WRK-SHOHIN-AREA.
       *>
       *>  最終出荷日からの経過日数による区分
           IF   IN02-SAISHU-SHUKKA-BI   =   ZERO   THEN
                MOVE   ZERO   TO   WRK-KEIKA-NISSU
                MOVE   4      TO   WRK-SHUKKA-KUBUN
           ELSE
                MOVE     IN02-SAISHU-SHUKKA-BI  TO  WRK-KEISAN-HIZUKE
                PERFORM  TSUZAN-NISSU-CALC-PROC
                COMPUTE  WRK-KEIKA-NISSU   =
                         WRK-RUN-TSUZAN   -   WRK-TSUZAN-NISSU
                EVALUATE   TRUE
                    WHEN   WRK-KEIKA-NISSU   >=   WRK-KEIKA-3
                           MOVE   4   TO   WRK-SHUKKA-KUBUN
                    WHEN   WRK-KEIKA-NISSU   >=   WRK-KEIKA-2
                           MOVE   3   TO   WRK-SHUKKA-KUBUN
                    WHEN   WRK-KEIKA-NISSU   >=   WRK-KEIKA-1
                           MOVE   2   TO   WRK-SHUKKA-KUBUN
                    WHEN   OTHER
                           MOVE   1   TO   WRK-SHUKKA-KUBUN
                END-EVALUATE
           END-IF.
       *>
       *>  ロット別在庫の突合（商品コードの小さいロットは読み飛ばす）
           PERFORM   LOT-FILE-READ-PROC
                    UNTIL   WRK-LOT-END
                    OR      LOT01-SHOHIN-CODE   >=   IN02-SHOHIN-CODE.
       *>
           PERFORM   LOT-KUBUN-PROC
                    UNTIL   WRK-LOT-END
                    OR      LOT01-SHOHIN-CODE   NOT =
                            IN02-SHOHIN-CODE.
       *>
       *>  ロット在庫を超える在庫は経過日数の区分へ加える
           COMPUTE   WRK-NOKORI-SU   =
                     IN02-ZAIKO-SU   -   WRK-LOT-GOKEI.
           IF   WRK-NOKORI-SU   >   ZERO   THEN
                ADD   WRK-NOKORI-SU   TO
                      WRK-KUBUN-ZAIKO(WRK-SHUKKA-KUBUN)
           END-IF.
       *>
           MOVE   ZERO   TO   WRK-HYOKA-SU.
           PERFORM   HYOKA-SU-KASAN-PROC
                    VARYING   WRK-KUBUN-IDX   FROM   1   BY   1
                    UNTIL   WRK-KUBUN-IDX   >   CST-KUBUN-SU.
       *>
       KUBUN-HANTEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ロット１件分の区分判定（有効期限までの日数による）
       *>----------------------------------------------------------------------------
       LOT-KUBUN-PROC                     SECTION.
       *>
           IF   LOT01-ZAIKO-SU   =   ZERO   THEN
                GO   TO   LOT-KUBUN-PROC-READ
           END-IF.
       *>
           MOVE     LOT01-YUKO-KIGEN   TO   WRK-KEISAN-HIZUKE.
           PERFORM  TSUZAN-NISSU-CALC-PROC.
           COMPUTE  WRK-KIGEN-MADE   =
                    WRK-TSUZAN-NISSU   -   WRK-RUN-TSUZAN.
       *>
           EVALUATE   TRUE
               WHEN   WRK-KIGEN-MADE   <    ZERO
                      MOVE   6   TO   WRK-LOT-KUBUN
               WHEN   WRK-KIGEN-MADE   <=   WRK-KIGEN-NISSU
                      MOVE   5   TO   WRK-LOT-KUBUN
               WHEN   OTHER
                      MOVE   WRK-SHUKKA-KUBUN   TO   WRK-LOT-KUBUN
           END-EVALUATE.
       *>
           ADD   LOT01-ZAIKO-SU   TO   WRK-KUBUN-ZAIKO(WRK-LOT-KUBUN).
           ADD   LOT01-ZAIKO-SU   TO   WRK-LOT-GOKEI.
       *>
       LOT-KUBUN-PROC-READ.
       *>
           PERFORM   LOT-FILE-READ-PROC.
       *>
       LOT-KUBUN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>評価対象数の積み上げ（１区分分）
       *>----------------------------------------------------------------------------
       HYOKA-SU-KASAN-PROC                SECTION.
       *>
           ADD   WRK-KUBUN-ZAIKO(WRK-KUBUN-IDX)   TO   WRK-HYOKA-SU.
       *>
       HYOKA-SU-KASAN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>評価額・当月引当額の計算（商品１件分）
       *>  区分ごとに在庫数×仕入原価×引当率を求め（円未満四捨五入）合計する
       *>----------------------------------------------------------------------------
       HIKIATE-KEISAN-PROC                SECTION.
       *>
           COMPUTE   WRK-HYOKA-GAKU   =   WRK-HYOKA-SU   *   IN02-GENKA.
           MOVE      ZERO   TO   WRK-TOUGETU-GAKU.
       *>
           PERFORM   KUBUN-HIKIATE-PROC
                    VARYING   WRK-KUBUN-IDX   FROM   1   BY   1
                    UNTIL   WRK-KUBUN-IDX   >   CST-KUBUN-SU.
       *>
       HIKIATE-KEISAN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>区分別引当額の計算（１区分分）
       *>----------------------------------------------------------------------------
       KUBUN-HIKIATE-PROC                 SECTION.
       *>
           COMPUTE   WRK-KUBUN-HIKIATE   ROUNDED   =
                     WRK-KUBUN-ZAIKO(WRK-KUBUN-IDX)   *   IN02-GENKA
                     *   WRK-RITSU(WRK-KUBUN-IDX)   /   100.
           ADD   WRK-KUBUN-HIKIATE   TO   WRK-TOUGETU-GAKU.
       *>
       KUBUN-HIKIATE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>商品別明細行の編集・印刷処理（分類小計・総合計・分類別集計へ加算）
       *>----------------------------------------------------------------------------
       MEISAI-WRITE-PROC                  SECTION.
       *>
           MOVE   SPACE                   TO   HD05-MEISAI-LINE.
           MOVE   IN02-SHOHIN-CODE        TO   HD05-SHOHIN-CODE.
           MOVE   IN02-SHOHIN-MI          TO   HD05-SHOHIN-MI.
           MOVE   WRK-HYOKA-SU            TO   HD05-HYOKA-SU.
           IF   IN02-SAISHU-SHUKKA-BI   =   ZERO   THEN
                MOVE   "未出荷"           TO   HD05-SAISHU-SHUKKA-X
           ELSE
                MOVE   IN02-SAISHU-SHUKKA-BI   TO
                       HD05-SAISHU-SHUKKA-BI
                MOVE   WRK-KEIKA-NISSU    TO   HD05-KEIKA-NISSU
           END-IF.
           PERFORM   KUBUN-EDIT-PROC
                    VARYING   WRK-KUBUN-IDX   FROM   1   BY   1
                    UNTIL   WRK-KUBUN-IDX   >   CST-KUBUN-SU.
           MOVE   WRK-HYOKA-GAKU          TO   HD05-HYOKA-GAKU.
           MOVE   WRK-TOUGETU-GAKU        TO   HD05-TOUGETU-GAKU.
           MOVE   WRK-ZENGETU-GAKU        TO   HD05-ZENGETU-GAKU.
           MOVE   WRK-ZOGEN-GAKU          TO   HD05-ZOGEN-GAKU.
       *>
           MOVE   SPACE          TO   PRT91-RECODE.
           WRITE  PRT91-RECODE   FROM   HD05-MEISAI-LINE.
       *>
           ADD    1                  TO   WRK-OUT-COUNT.
           MOVE   "Y"                TO   WRK-BUNRUI-ARI-SW.
           ADD    WRK-HYOKA-GAKU     TO   WRK-BK-HYOKA.
           ADD    WRK-TOUGETU-GAKU   TO   WRK-BK-TOUGETU.
           ADD    WRK-ZENGETU-GAKU   TO   WRK-BK-ZENGETU.
           ADD    WRK-ZOGEN-GAKU     TO   WRK-BK-ZOGEN.
       *>
           MOVE   IN02-BUNRUI-CODE   TO   WRK-SAGASHI-BUNRUI.
           PERFORM   BUNRUI-KASAN-PROC.
       *>
       MEISAI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>区分別在庫数の編集（１区分分・ゼロは空白）
       *>----------------------------------------------------------------------------
       KUBUN-EDIT-PROC                    SECTION.
       *>
           IF   WRK-KUBUN-ZAIKO(WRK-KUBUN-IDX)   >   ZERO   THEN
                MOVE   WRK-KUBUN-ZAIKO(WRK-KUBUN-IDX)   TO
                       HD05-KUBUN-SU(WRK-KUBUN-IDX)
           END-IF.
       *>
       KUBUN-EDIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>分類小計行の編集・印刷処理（総合計へ加算）
       *>----------------------------------------------------------------------------
       BUNRUI-KEI-WRITE-PROC              SECTION.
       *>
           MOVE   KEY-BUNRUI-CODE   TO   HD06-BUNRUI-CODE.
           MOVE   WRK-BK-HYOKA      TO   HD06-HYOKA-GAKU.
           MOVE   WRK-BK-TOUGETU    TO   HD06-TOUGETU-GAKU.
           MOVE   WRK-BK-ZENGETU    TO   HD06-ZENGETU-GAKU.
           MOVE   WRK-BK-ZOGEN      TO   HD06-ZOGEN-GAKU.
       *>
           MOVE   SPACE          TO   PRT91-RECODE.
           WRITE  PRT91-RECODE   FROM   HD06-BUNRUI-LINE.
           MOVE   SPACE          TO   PRT91-RECODE.
           WRITE  PRT91-RECODE.
       *>
           ADD    WRK-BK-HYOKA      TO   WRK-SK-HYOKA.
           ADD    WRK-BK-TOUGETU    TO   WRK-SK-TOUGETU.
           ADD    WRK-BK-ZENGETU    TO   WRK-SK-ZENGETU.
           ADD    WRK-BK-ZOGEN      TO   WRK-SK-ZOGEN.
       *>
           MOVE   ZERO    TO   WRK-BUNRUI-KEI.
           MOVE   SPACE   TO   WRK-BUNRUI-ARI-SW.
       *>
       BUNRUI-KEI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>商品マスタ未登録の前月引当額の戻入（前月引当額テーブルの未照合分）
       *>----------------------------------------------------------------------------
       MIKEI-PRINT-PROC                   SECTION.
       *>
           MOVE   ZERO   TO   WRK-ZENGETU-HIT-IDX.
           PERFORM   MIKEI-SAGASHI-PROC
                    VARYING   WRK-ZENGETU-IDX   FROM   1   BY   1
                    UNTIL   WRK-ZENGETU-IDX   >   WRK-ZENGETU-CNT
                    OR      WRK-ZENGETU-HIT-IDX   >   ZERO.
       *>
           IF   WRK-ZENGETU-HIT-IDX   =   ZERO   THEN
                GO   TO   MIKEI-PRINT-PROC-EXIT
           END-IF.
       *>
           MOVE   SPACE          TO   PRT91-RECODE.
           WRITE  PRT91-RECODE   FROM   HD08-MIKEI-MIDASHI.
       *>
           PERFORM   MIKEI-LINE-WRITE-PROC
                    VARYING   WRK-ZENGETU-IDX   FROM   1   BY   1
                    UNTIL   WRK-ZENGETU-IDX   >   WRK-ZENGETU-CNT.
       *>
           MOVE   SPACE          TO   PRT91-RECODE.
           WRITE  PRT91-RECODE.
       *>
       MIKEI-PRINT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>前月引当額テーブルの未照合分の有無チェック（１件分）
       *>----------------------------------------------------------------------------
       MIKEI-SAGASHI-PROC                 SECTION.
       *>
           IF   NOT   WRK-ZEN-SHOGO-ZUMI(WRK-ZENGETU-IDX)   THEN
                MOVE   WRK-ZENGETU-IDX   TO   WRK-ZENGETU-HIT-IDX
           END-IF.
       *>
       MIKEI-SAGASHI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>商品マスタ未登録の戻入明細の印刷（１件分・総合計と分類別集計へ加算）
       *>----------------------------------------------------------------------------
       MIKEI-LINE-WRITE-PROC              SECTION.
       *>
           IF   WRK-ZEN-SHOGO-ZUMI(WRK-ZENGETU-IDX)   THEN
                GO   TO   MIKEI-LINE-WRITE-PROC-EXIT
           END-IF.
       *>
           MOVE   ZERO    TO   WRK-HYOKA-GAKU.
           MOVE   ZERO    TO   WRK-TOUGETU-GAKU.
           MOVE   WRK-ZEN-GAKU(WRK-ZENGETU-IDX)   TO   WRK-ZENGETU-GAKU.
           COMPUTE   WRK-ZOGEN-GAKU   =   ZERO   -   WRK-ZENGETU-GAKU.
       *>
           MOVE   SPACE   TO   HD05-MEISAI-LINE.
           MOVE   WRK-ZEN-SHOHIN(WRK-ZENGETU-IDX)   TO
                  HD05-SHOHIN-CODE.
           MOVE   WRK-HYOKA-GAKU     TO   HD05-HYOKA-GAKU.
           MOVE   WRK-TOUGETU-GAKU   TO   HD05-TOUGETU-GAKU.
           MOVE   WRK-ZENGETU-GAKU   TO   HD05-ZENGETU-GAKU.
           MOVE   WRK-ZOGEN-GAKU     TO   HD05-ZOGEN-GAKU.
           MOVE   SPACE          TO   PRT91-RECODE.
           WRITE  PRT91-RECODE   FROM   HD05-MEISAI-LINE.
       *>
           ADD    1                  TO   WRK-OUT-COUNT.
           ADD    WRK-ZENGETU-GAKU   TO   WRK-SK-ZENGETU.
           ADD    WRK-ZOGEN-GAKU     TO   WRK-SK-ZOGEN.
       *>
           MOVE   WRK-ZEN-SHOHIN(WRK-ZENGETU-IDX)(1:2)   TO
                  WRK-SAGASHI-BUNRUI.
           PERFORM   BUNRUI-KASAN-PROC.
       *>
       MIKEI-LINE-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>分類別集計テーブルへの加算（無ければ追加）
       *>----------------------------------------------------------------------------
       BUNRUI-KASAN-PROC                  SECTION.
       *>
           MOVE   ZERO   TO   WRK-BUNRUI-HIT-IDX.
           PERFORM   BUNRUI-TBL-CHECK-PROC
                    VARYING   WRK-BUNRUI-IDX   FROM   1   BY   1
                    UNTIL   WRK-BUNRUI-IDX   >   WRK-BUNRUI-CNT
                    OR      WRK-BUNRUI-HIT-IDX   >   ZERO.
       *>
           IF   WRK-BUNRUI-HIT-IDX   =   ZERO   THEN
                IF   WRK-BUNRUI-CNT   >=   CST-MAX-BUNRUI-KENSU   THEN
                     ADD   1   TO   WRK-ERROR-COUNT
                     GO   TO   BUNRUI-KASAN-PROC-EXIT
                END-IF
                ADD    1                TO   WRK-BUNRUI-CNT
                MOVE   WRK-BUNRUI-CNT   TO   WRK-BUNRUI-HIT-IDX
                MOVE   WRK-SAGASHI-BUNRUI   TO
                       WRK-BUN-CODE(WRK-BUNRUI-HIT-IDX)
                MOVE   ZERO   TO   WRK-BUN-HYOKA(WRK-BUNRUI-HIT-IDX)
                MOVE   ZERO   TO   WRK-BUN-TOUGETU(WRK-BUNRUI-HIT-IDX)
                MOVE   ZERO   TO   WRK-BUN-ZENGETU(WRK-BUNRUI-HIT-IDX)
                MOVE   ZERO   TO   WRK-BUN-ZOGEN(WRK-BUNRUI-HIT-IDX)
                MOVE   SPACE  TO   WRK-BUN-TAIO-SW(WRK-BUNRUI-HIT-IDX)
                MOVE   SPACE  TO   WRK-BUN-KARIKATA(WRK-BUNRUI-HIT-IDX)
                MOVE   SPACE  TO
                       WRK-BUN-KASHIKATA(WRK-BUNRUI-HIT-IDX)
           END-IF.
       *>
           ADD   WRK-HYOKA-GAKU     TO
                 WRK-BUN-HYOKA(WRK-BUNRUI-HIT-IDX).
           ADD   WRK-TOUGETU-GAKU   TO
                 WRK-BUN-TOUGETU(WRK-BUNRUI-HIT-IDX).
           ADD   WRK-ZENGETU-GAKU   TO
                 WRK-BUN-ZENGETU(WRK-BUNRUI-HIT-IDX).
           ADD   WRK-ZOGEN-GAKU     TO
                 WRK-BUN-ZOGEN(WRK-BUNRUI-HIT-IDX).
       *>
       BUNRUI-KASAN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>分類別集計テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       BUNRUI-TBL-CHECK-PROC              SECTION.
       *>
           IF   WRK-BUN-CODE(WRK-BUNRUI-IDX)   =   WRK-SAGASHI-BUNRUI
           THEN
                MOVE   WRK-BUNRUI-IDX   TO   WRK-BUNRUI-HIT-IDX
           END-IF.
       *>
       BUNRUI-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>分類別集計の印刷制御（分類ごとに仕訳を書き出し集計行を印刷する）
       *>----------------------------------------------------------------------------
       SHUKEI-PRINT-CONTROL-PROC          SECTION.
       *>
           MOVE   SPACE          TO   PRT91-RECODE.
           WRITE  PRT91-RECODE.
           MOVE   SPACE          TO   PRT91-RECODE.
           WRITE  PRT91-RECODE   FROM   HD09-SHUKEI-MIDASHI.
           MOVE   SPACE          TO   PRT91-RECODE.
           WRITE  PRT91-RECODE   FROM   HD10-SHUKEI-KOMOKU.
       *>
           PERFORM   SHUKEI-LINE-WRITE-PROC
                    VARYING   WRK-BUNRUI-IDX   FROM   1   BY   1
                    UNTIL   WRK-BUNRUI-IDX   >   WRK-BUNRUI-CNT.
       *>
       SHUKEI-PRINT-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>分類別集計行の印刷と評価引当仕訳の書き出し（１分類分）
       *>  増減額がゼロの分類は仕訳しない。科目対応の無い分類は仕訳せず、
       *>  前月引当額を繰り越す
       *>----------------------------------------------------------------------------
       SHUKEI-LINE-WRITE-PROC             SECTION.
       *>
           MOVE   SPACE   TO   HD11-SHUKEI-LINE.
           MOVE   WRK-BUN-CODE(WRK-BUNRUI-IDX)      TO
                  HD11-BUNRUI-CODE.
           MOVE   WRK-BUN-HYOKA(WRK-BUNRUI-IDX)     TO
                  HD11-HYOKA-GAKU.
           MOVE   WRK-BUN-TOUGETU(WRK-BUNRUI-IDX)   TO
                  HD11-TOUGETU-GAKU.
           MOVE   WRK-BUN-ZENGETU(WRK-BUNRUI-IDX)   TO
                  HD11-ZENGETU-GAKU.
           MOVE   WRK-BUN-ZOGEN(WRK-BUNRUI-IDX)     TO
                  HD11-ZOGEN-GAKU.
       *>
           IF   WRK-BUN-ZOGEN(WRK-BUNRUI-IDX)   =   ZERO   THEN
                MOVE   "増減なし（仕訳なし）"   TO
                       HD11-BIKOU
                GO   TO   SHUKEI-LINE-WRITE-PROC-PRINT
           END-IF.
       *>
           MOVE   WRK-BUN-CODE(WRK-BUNRUI-IDX)   TO
                  WRK-SAGASHI-BUNRUI.
           PERFORM   TAIO-SANSHO-PROC.
       *>
           IF   NOT   WRK-TAIO-MITUKE   THEN
                MOVE   "N"   TO   WRK-BUN-TAIO-SW(WRK-BUNRUI-IDX)
                MOVE
                "科目対応なし（前月引当額を繰越）"
                       TO   HD11-BIKOU
                ADD    1     TO   WRK-ERROR-COUNT
                GO   TO   SHUKEI-LINE-WRITE-PROC-PRINT
           END-IF.
       *>
       *>  増加は対応マスタの借方・貸方のとおり、減少は入れ替えて計上する
           IF   WRK-BUN-ZOGEN(WRK-BUNRUI-IDX)   >   ZERO   THEN
                MOVE   WRK-TAIO-KARIKATA(WRK-TAIO-HIT-IDX)    TO
                       WRK-SW-KARIKATA
                MOVE   WRK-TAIO-KASHIKATA(WRK-TAIO-HIT-IDX)   TO
                       WRK-SW-KASHIKATA
                MOVE   WRK-BUN-ZOGEN(WRK-BUNRUI-IDX)   TO
                       WRK-SW-KINGAKU
                MOVE   "引当金の繰入"   TO   HD11-BIKOU
           ELSE
                MOVE   WRK-TAIO-KASHIKATA(WRK-TAIO-HIT-IDX)   TO
                       WRK-SW-KARIKATA
                MOVE   WRK-TAIO-KARIKATA(WRK-TAIO-HIT-IDX)    TO
                       WRK-SW-KASHIKATA
                COMPUTE   WRK-SW-KINGAKU   =
                          ZERO   -   WRK-BUN-ZOGEN(WRK-BUNRUI-IDX)
                MOVE   "引当金の戻入"   TO   HD11-BIKOU
           END-IF.
       *>
           PERFORM   SHIWAKE-WRITE-PROC.
       *>
           MOVE   WRK-SW-KARIKATA    TO   HD11-KARIKATA.
           MOVE   WRK-SW-KASHIKATA   TO   HD11-KASHIKATA.
       *>
       SHUKEI-LINE-WRITE-PROC-PRINT.
       *>
           MOVE   SPACE          TO   PRT91-RECODE.
           WRITE  PRT91-RECODE   FROM   HD11-SHUKEI-LINE.
       *>
       SHUKEI-LINE-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>仕訳の書き出し処理（１分類分の借方・貸方の対）
       *>----------------------------------------------------------------------------
       SHIWAKE-WRITE-PROC                SECTION.
       *>
       *>  借方仕訳の書き出し
           MOVE   SPACE                TO   OBJ01-RECODE.
           MOVE   "J"                  TO   OBJ01-RECORD-KUBUN.
           MOVE   WRK-RUN-DATE         TO   OBJ01-DENPYO-BI.
           MOVE   CST-GENSEN-HIKIATE   TO   OBJ01-GENSEN-KUBUN.
           MOVE   WRK-SAGASHI-BUNRUI   TO   OBJ01-BUNRUI-CODE.
           MOVE   WRK-SW-KARIKATA      TO   OBJ01-KAMOKU.
           MOVE   "D"                  TO   OBJ01-TAISHAKU-KUBUN.
           MOVE   WRK-SW-KINGAKU       TO   OBJ01-KINGAKU.
           WRITE  OBJ01-RECODE.
           ADD    1                    TO   WRK-SHIWAKE-COUNT.
           ADD    WRK-SW-KINGAKU       TO   WRK-KARIKATA-KEI.
       *>
       *>  貸方仕訳の書き出し（同額で貸借を釣り合わせる）
           MOVE   WRK-SW-KASHIKATA     TO   OBJ01-KAMOKU.
           MOVE   "C"                  TO   OBJ01-TAISHAKU-KUBUN.
           WRITE  OBJ01-RECODE.
           ADD    1                    TO   WRK-SHIWAKE-COUNT.
           ADD    WRK-SW-KINGAKU       TO   WRK-KASHIKATA-KEI.
       *>
       SHIWAKE-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>勘定科目対応の検索（完全一致を優先し、無ければ"**"の登録を採用）
       *>----------------------------------------------------------------------------
       TAIO-SANSHO-PROC                  SECTION.
       *>
           MOVE   SPACE   TO   WRK-TAIO-MITUKE-SW.
       *>
           PERFORM   TAIO-TBL-CHECK-PROC
                    VARYING   WRK-TAIO-IDX   FROM   1   BY   1
                    UNTIL   WRK-TAIO-IDX   >   WRK-TAIO-CNT
                    OR      WRK-TAIO-MITUKE.
       *>
           IF   NOT   WRK-TAIO-MITUKE   THEN
                PERFORM   TAIO-ZENBUN-CHECK-PROC
                         VARYING   WRK-TAIO-IDX   FROM   1   BY   1
                         UNTIL   WRK-TAIO-IDX   >   WRK-TAIO-CNT
                         OR      WRK-TAIO-MITUKE
           END-IF.
       *>
       TAIO-SANSHO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>勘定科目対応テーブルの突合チェック（１件分・分類完全一致）
       *>----------------------------------------------------------------------------
       TAIO-TBL-CHECK-PROC               SECTION.
       *>
           IF   WRK-TAIO-GENSEN(WRK-TAIO-IDX)  =  CST-GENSEN-HIKIATE
           AND  WRK-TAIO-BUNRUI(WRK-TAIO-IDX)  =  WRK-SAGASHI-BUNRUI
           THEN
                MOVE   "Y"            TO   WRK-TAIO-MITUKE-SW
                MOVE   WRK-TAIO-IDX   TO   WRK-TAIO-HIT-IDX
           END-IF.
       *>
       TAIO-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>勘定科目対応テーブルの突合チェック（１件分・全分類"**"の登録）
       *>----------------------------------------------------------------------------
       TAIO-ZENBUN-CHECK-PROC            SECTION.
       *>
           IF   WRK-TAIO-GENSEN(WRK-TAIO-IDX)  =  CST-GENSEN-HIKIATE
           AND  WRK-TAIO-BUNRUI(WRK-TAIO-IDX)  =  "**"   THEN
                MOVE   "Y"            TO   WRK-TAIO-MITUKE-SW
                MOVE   WRK-TAIO-IDX   TO   WRK-TAIO-HIT-IDX
           END-IF.
       *>
       TAIO-ZENBUN-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>前月引当額ファイルの書き直し
       *>  前月分はそのまま書き戻し、当月分は当月引当額を書き出す。
       *>  科目対応の無い分類は当月引当額に代えて前月引当額を当月分とする
       *>----------------------------------------------------------------------------
       HIKIATE-SAVE-PROC                  SECTION.
       *>
           OPEN   OUTPUT   OBP01-HIKIATE-FILE.
       *>
           PERFORM   ZENGETU-SAVE-PROC
                    VARYING   WRK-ZENGETU-IDX   FROM   1   BY   1
                    UNTIL   WRK-ZENGETU-IDX   >   WRK-ZENGETU-CNT.
       *>
           PERFORM   TOUGETU-SAVE-PROC
                    VARYING   WRK-TOUGETU-IDX   FROM   1   BY   1
                    UNTIL   WRK-TOUGETU-IDX   >   WRK-TOUGETU-CNT.
       *>
           PERFORM   KURIKOSHI-SAVE-PROC
                    VARYING   WRK-ZENGETU-IDX   FROM   1   BY   1
                    UNTIL   WRK-ZENGETU-IDX   >   WRK-ZENGETU-CNT.
       *>
           CLOSE   OBP01-HIKIATE-FILE.
       *>
       HIKIATE-SAVE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>前月分の書き戻し（１件分）
       *>----------------------------------------------------------------------------
       ZENGETU-SAVE-PROC                  SECTION.
       *>
           MOVE   WRK-ZENGETU-NENGETU   TO   OBP01-NENGETU.
           MOVE   WRK-ZEN-SHOHIN(WRK-ZENGETU-IDX)   TO
                  OBP01-SHOHIN-CODE.
           MOVE   WRK-ZEN-GAKU(WRK-ZENGETU-IDX)     TO
                  OBP01-HIKIATE-GAKU.
           WRITE  OBP01-RECODE.
       *>
       ZENGETU-SAVE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>当月分の書き出し（１件分・科目対応の無い分類を除く）
       *>----------------------------------------------------------------------------
       TOUGETU-SAVE-PROC                  SECTION.
       *>
           MOVE   WRK-TOU-SHOHIN(WRK-TOUGETU-IDX)(1:2)   TO
                  WRK-SAGASHI-BUNRUI.
           PERFORM   BUNRUI-TAIO-NASHI-CHECK-PROC.
           IF   WRK-BUNRUI-HIT-IDX   >   ZERO   THEN
                IF   WRK-BUN-TAIO-NASHI(WRK-BUNRUI-HIT-IDX)   THEN
                     GO   TO   TOUGETU-SAVE-PROC-EXIT
                END-IF
           END-IF.
       *>
           MOVE   WRK-TAISHO-NENGETU   TO   OBP01-NENGETU.
           MOVE   WRK-TOU-SHOHIN(WRK-TOUGETU-IDX)   TO
                  OBP01-SHOHIN-CODE.
           MOVE   WRK-TOU-GAKU(WRK-TOUGETU-IDX)     TO
                  OBP01-HIKIATE-GAKU.
           WRITE  OBP01-RECODE.
       *>
       TOUGETU-SAVE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>科目対応の無い分類の前月引当額の繰り越し（１件分）
       *>----------------------------------------------------------------------------
       KURIKOSHI-SAVE-PROC                SECTION.
       *>
           MOVE   WRK-ZEN-SHOHIN(WRK-ZENGETU-IDX)(1:2)   TO
                  WRK-SAGASHI-BUNRUI.
           PERFORM   BUNRUI-TAIO-NASHI-CHECK-PROC.
           IF   WRK-BUNRUI-HIT-IDX   =   ZERO   THEN
                GO   TO   KURIKOSHI-SAVE-PROC-EXIT
           END-IF.
           IF   NOT   WRK-BUN-TAIO-NASHI(WRK-BUNRUI-HIT-IDX)   THEN
                GO   TO   KURIKOSHI-SAVE-PROC-EXIT
           END-IF.
       *>
           MOVE   WRK-TAISHO-NENGETU   TO   OBP01-NENGETU.
           MOVE   WRK-ZEN-SHOHIN(WRK-ZENGETU-IDX)   TO
                  OBP01-SHOHIN-CODE.
           MOVE   WRK-ZEN-GAKU(WRK-ZENGETU-IDX)     TO
                  OBP01-HIKIATE-GAKU.
           WRITE  OBP01-RECODE.
       *>
       KURIKOSHI-SAVE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>分類別集計テーブルの検索（書き直し時の科目対応有無の判定用）
       *>----------------------------------------------------------------------------
       BUNRUI-TAIO-NASHI-CHECK-PROC       SECTION.
       *>
           MOVE   ZERO   TO   WRK-BUNRUI-HIT-IDX.
           PERFORM   BUNRUI-TBL-CHECK-PROC
                    VARYING   WRK-BUNRUI-IDX   FROM   1   BY   1
                    UNTIL   WRK-BUNRUI-IDX   >   WRK-BUNRUI-CNT
                    OR      WRK-BUNRUI-HIT-IDX   >   ZERO.
       *>
       BUNRUI-TAIO-NASHI-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>実行パラメタの取得（経過日数の区切り・期限間近の日数・引当率）。
       *>  未設定時は既定値を用いる
       *>----------------------------------------------------------------------------
       PARAMETER-GET-PROC                 SECTION.
       *>
           MOVE   "KEIKA-1"        TO   WRK-PRM-PARM-MEI.
           PERFORM   PRMGET-CALL-PROC.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:5)   IS   NUMERIC   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:5)   TO   WRK-KEIKA-1
           END-IF.
       *>
           MOVE   "KEIKA-2"        TO   WRK-PRM-PARM-MEI.
           PERFORM   PRMGET-CALL-PROC.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:5)   IS   NUMERIC   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:5)   TO   WRK-KEIKA-2
           END-IF.
       *>
           MOVE   "KEIKA-3"        TO   WRK-PRM-PARM-MEI.
           PERFORM   PRMGET-CALL-PROC.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:5)   IS   NUMERIC   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:5)   TO   WRK-KEIKA-3
           END-IF.
       *>
           MOVE   "KIGEN-NISSU"    TO   WRK-PRM-PARM-MEI.
           PERFORM   PRMGET-CALL-PROC.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:3)   IS   NUMERIC   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:3)   TO   WRK-KIGEN-NISSU
           END-IF.
       *>
           PERFORM   RITSU-GET-PROC
                    VARYING   WRK-KUBUN-IDX   FROM   1   BY   1
                    UNTIL   WRK-KUBUN-IDX   >   CST-KUBUN-SU.
       *>
       PARAMETER-GET-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>区分別引当率の取得（１区分分・１００％を超える指定は採らない）
       *>----------------------------------------------------------------------------
       RITSU-GET-PROC                     SECTION.
       *>
           MOVE   WRK-RITSU-PRM-MEI(WRK-KUBUN-IDX)   TO
                  WRK-PRM-PARM-MEI.
           PERFORM   PRMGET-CALL-PROC.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:3)   IS   NUMERIC
           AND  WRK-PRM-PARM-ATAI(1:3)   <=   "100"   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:3)   TO
                       WRK-RITSU(WRK-KUBUN-IDX)
           END-IF.
       *>
       RITSU-GET-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>共通実行パラメータの取得（PRMGET01の呼び出し）
       *>----------------------------------------------------------------------------
       PRMGET-CALL-PROC                   SECTION.
       *>
           CALL   "PRMGET01"   USING   WRK-PRM-JOB-NAME
                                        WRK-PRM-PARM-MEI
                                        WRK-RUN-DATE
                                        WRK-PRM-PARM-ATAI
                                        WRK-PRM-MITUKE-FLG.
       *>
       PRMGET-CALL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>見出しの印刷（表題・区分の条件・引当率・項目名）
       *>----------------------------------------------------------------------------
       MIDASHI-PRINT-PROC                 SECTION.
       *>
           MOVE   WRK-TAISHO-NENGETU    TO   HD01-NENGETU.
           MOVE   WRK-ZENGETU-NENGETU   TO   HD01-ZENGETU.
           MOVE   WRK-RUN-DATE          TO   HD01-RUN-DATE.
           MOVE   SPACE          TO   PRT91-RECODE.
           WRITE  PRT91-RECODE   FROM   HD01-MIDASHI-1.
       *>
           MOVE   WRK-KEIKA-1       TO   HD02-KEIKA-1.
           MOVE   WRK-KEIKA-2       TO   HD02-KEIKA-2.
           MOVE   WRK-KEIKA-3       TO   HD02-KEIKA-3.
           MOVE   WRK-KIGEN-NISSU   TO   HD02-KIGEN-NISSU.
           MOVE   SPACE          TO   PRT91-RECODE.
           WRITE  PRT91-RECODE   FROM   HD02-JOKEN-LINE.
       *>
           MOVE   WRK-RITSU(1)   TO   HD03-RITSU-1.
           MOVE   WRK-RITSU(2)   TO   HD03-RITSU-2.
           MOVE   WRK-RITSU(3)   TO   HD03-RITSU-3.
           MOVE   WRK-RITSU(4)   TO   HD03-RITSU-4.
           MOVE   WRK-RITSU(5)   TO   HD03-RITSU-5.
           MOVE   WRK-RITSU(6)   TO   HD03-RITSU-6.
           MOVE   SPACE          TO   PRT91-RECODE.
           WRITE  PRT91-RECODE   FROM   HD03-RITSU-LINE.
       *>
           MOVE   SPACE          TO   PRT91-RECODE.
           WRITE  PRT91-RECODE.
           MOVE   SPACE          TO   PRT91-RECODE.
           WRITE  PRT91-RECODE   FROM   HD04-KOMOKU.
       *>
       MIDASHI-PRINT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>前月引当額の一括読み込み（線形検索用テーブルへ格納）
       *>  対象月より前の最も新しい月の引当額を前月分とする。
       *>  ファイルが無い場合は前月引当額なしとして開始する
       *>----------------------------------------------------------------------------
       ZENGETU-LOAD-PROC                  SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   OBP01-HIKIATE-FILE.
       *>
           IF   OBP-FILE-STATUS   =   "00"   THEN
                PERFORM   ZENGETU-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   OBP01-HIKIATE-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       ZENGETU-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>前月引当額ファイルの読み込み（１件分、テーブルへ追加）
       *>  より新しい月が現れたらテーブルを作り直す
       *>----------------------------------------------------------------------------
       ZENGETU-READ-PROC                  SECTION.
       *>
           READ OBP01-HIKIATE-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
                     GO   TO   ZENGETU-READ-PROC-EXIT
           END-READ.
       *>
           IF   OBP01-NENGETU   >=   WRK-TAISHO-NENGETU
           OR   OBP01-NENGETU   <    WRK-ZENGETU-NENGETU   THEN
                GO   TO   ZENGETU-READ-PROC-EXIT
           END-IF.
       *>
           IF   OBP01-NENGETU   >   WRK-ZENGETU-NENGETU   THEN
                MOVE   OBP01-NENGETU   TO   WRK-ZENGETU-NENGETU
                MOVE   ZERO            TO   WRK-ZENGETU-CNT
           END-IF.
       *>
           IF   WRK-ZENGETU-CNT   >=   CST-MAX-ZENGETU-KENSU   THEN
                ADD   1   TO   WRK-ERROR-COUNT
                GO   TO   ZENGETU-READ-PROC-EXIT
           END-IF.
       *>
           ADD    1   TO   WRK-ZENGETU-CNT.
           MOVE   OBP01-SHOHIN-CODE    TO
                  WRK-ZEN-SHOHIN(WRK-ZENGETU-CNT).
           MOVE   OBP01-HIKIATE-GAKU   TO
                  WRK-ZEN-GAKU(WRK-ZENGETU-CNT).
           MOVE   SPACE                TO
                  WRK-ZEN-SHOGO-SW(WRK-ZENGETU-CNT).
       *>
       ZENGETU-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>前月引当額テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       ZENGETU-TBL-CHECK-PROC             SECTION.
       *>
           IF   WRK-ZEN-SHOHIN(WRK-ZENGETU-IDX)   =   IN02-SHOHIN-CODE
           THEN
                MOVE   WRK-ZENGETU-IDX   TO   WRK-ZENGETU-HIT-IDX
           END-IF.
       *>
       ZENGETU-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>勘定科目対応マスタの一括読み込み（線形検索用テーブルへ格納）
       *>----------------------------------------------------------------------------
       TAIO-MASTER-LOAD-PROC             SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   GLM01-TAIO-MASTER.
       *>
           IF   GLM-FILE-STATUS   =   "00"   THEN
                PERFORM   TAIO-MASTER-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   GLM01-TAIO-MASTER
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       TAIO-MASTER-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>勘定科目対応マスタの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       TAIO-MASTER-READ-PROC             SECTION.
       *>
           READ GLM01-TAIO-MASTER
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-TAIO-CNT   <   CST-MAX-TAIO-KENSU  THEN
                          ADD   1   TO   WRK-TAIO-CNT
                          MOVE   GLM01-GENSEN-KUBUN      TO
                              WRK-TAIO-GENSEN(WRK-TAIO-CNT)
                          MOVE   GLM01-BUNRUI-CODE       TO
                              WRK-TAIO-BUNRUI(WRK-TAIO-CNT)
                          MOVE   GLM01-KARIKATA-KAMOKU   TO
                              WRK-TAIO-KARIKATA(WRK-TAIO-CNT)
                          MOVE   GLM01-KASHIKATA-KAMOKU  TO
                              WRK-TAIO-KASHIKATA(WRK-TAIO-CNT)
                     END-IF
           END-READ.
       *>
       TAIO-MASTER-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>通算日数の計算処理
       *>  判定対象日（WRK-KEISAN-HIZUKE）を年×３６５＋閏年加算＋累積月日数＋日で
       *>  通算日数へ換算する（２つの日付の差を取るための内部値）
       *>----------------------------------------------------------------------------
       TSUZAN-NISSU-CALC-PROC             SECTION.
       *>
           MOVE   WRK-KEISAN-HIZUKE(1:4)   TO   WRK-KEISAN-NEN.
           MOVE   WRK-KEISAN-HIZUKE(5:2)   TO   WRK-KEISAN-GETU.
           MOVE   WRK-KEISAN-HIZUKE(7:2)   TO   WRK-KEISAN-HI.
       *>
           IF   WRK-KEISAN-GETU   <   1
           OR   WRK-KEISAN-GETU   >   12   THEN
                MOVE   WRK-RUN-TSUZAN   TO   WRK-TSUZAN-NISSU
           ELSE
                COMPUTE   WRK-TSUZAN-NISSU   =
                          ( WRK-KEISAN-NEN   *   365 )
                          + ( WRK-KEISAN-NEN / 4 )
                          - ( WRK-KEISAN-NEN / 100 )
                          + ( WRK-KEISAN-NEN / 400 )
                          + CST-TSUKIHI(WRK-KEISAN-GETU)
                          + WRK-KEISAN-HI
           END-IF.
       *>
       TSUZAN-NISSU-CALC-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>商品マスタファイルの読み込み
       *>----------------------------------------------------------------------------
       SHOHIN-MASTER-READ-PROC            SECTION.
       *>
           READ   IN02-SHOHIN-MASTER
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
           END-READ.
       *>
       SHOHIN-MASTER-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ロット別在庫ファイルの読み込み（キー順の全件走査）
       *>----------------------------------------------------------------------------
       LOT-FILE-READ-PROC                 SECTION.
       *>
           READ   LOT01-LOT-ZAIKO
             AT   END
                  MOVE   "Y"   TO   WRK-LOT-END-SW
           END-READ.
       *>
       LOT-FILE-READ-PROC-EXIT.
       *>
           EXIT.
