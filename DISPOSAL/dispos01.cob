       *>----------------------------------------------------------------------------
       *>在庫廃棄処理
       *>  在庫廃棄トランザクション（HKT01：商品コード・倉庫・ロット番号・
       *>  廃棄数量・廃棄理由コード・承認者）を読み、承認者を操作者権限
       *>  ファイル（AUTH01）の在庫廃棄許可で検証したうえで、商品マスタ
       *>  （IN02）の在庫数、倉庫別在庫（WHS01）、ロット別在庫（LOT01・
       *>  ロット番号空白はロット管理外）から廃棄数量を減算し、在庫移動
       *>  台帳（STKMOVE01・区分Ｈ＝廃棄）へ記録する。
       *>  廃棄額は廃棄数量×仕入原価（IN02-GENKA）とし、勘定科目対応
       *>  マスタ（GLM01）の発生源区分Ｋ（在庫廃棄。商品分類の登録を優先し、
       *>  無ければ分類"**"）で借方・貸方科目へ変換して、ＧＬ連携ファイルと
       *>  同一形式の在庫廃棄仕訳ファイル（HKJ01）へ追記する（随時実行の
       *>  ため、月内の複数回の実行分を月末の照合まで残す）。
       *>  廃棄には廃棄証明番号（制御ファイルCTL13の前回番号＋１）を付して
       *>  在庫廃棄台帳ファイル（HKR01）へ追記し、実行月の全廃棄を監査用の
       *>  廃棄証明台帳（PRT92）として印刷する。
       *>  承認権限なし・理由コード不正・数量不正・商品なし・在庫不足・
       *>  倉庫在庫なし（不足）・ロットなし（不足）・科目対応なしの
       *>  トランザクションは廃棄せず、却下一覧表（PRT93）へ印刷する。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        DISPOS01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]在庫廃棄トランザクションファイル
       *>----------------------------------------------------------------------------
       SELECT    HKT01-HAIKI-TRN      ASSIGN       TO   "HKT01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS IN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]操作者権限ファイル（UPDATE01と同一）
       *>----------------------------------------------------------------------------
       SELECT    AUT01-KENGEN-FILE    ASSIGN       TO   "AUTH01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS AUT-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]勘定科目対応マスタファイル（GLEXTR01と同一）
       *>----------------------------------------------------------------------------
       SELECT    GLM01-TAIO-MASTER    ASSIGN       TO   "GLM01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS GLM-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入出力]商品マスタファイル（在庫数を廃棄数量だけ減算する）
       *>----------------------------------------------------------------------------
       SELECT    IN02-SHOHIN-MASTER   ASSIGN       TO   "IN02.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE  IS DYNAMIC
                                      RECORD KEY   IS IN02-SHOHIN-CODE
                                      STATUS       IS IN02-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入出力]倉庫別在庫ファイル（TEST0001・RECEIPT01と同一レイアウト）
       *>----------------------------------------------------------------------------
       SELECT    WHS01-SOUKO-ZAIKO    ASSIGN       TO   "WHS01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE  IS DYNAMIC
                                      RECORD KEY   IS WHS01-SOUKO-KEY
                                      STATUS       IS WHS-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入出力]ロット別在庫ファイル（RECEIPT01と同一レイアウト）
       *>----------------------------------------------------------------------------
       SELECT    LOT01-LOT-ZAIKO      ASSIGN       TO   "LOT01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE  IS DYNAMIC
                                      RECORD KEY   IS LOT01-LOT-KEY
                                      STATUS       IS LOT-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]在庫廃棄仕訳ファイル（ＧＬ連携ファイルと同一形式）
       *>----------------------------------------------------------------------------
       SELECT    HKJ01-SHIWAKE-FILE   ASSIGN       TO   "HKJ01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS HKJ-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入出力]在庫廃棄台帳ファイル（追記・廃棄証明台帳の印刷元）
       *>----------------------------------------------------------------------------
       SELECT    HKR01-HAIKI-DAICHO   ASSIGN       TO   "HKR01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS HKR-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入出力]前回廃棄証明番号を保持する制御ファイル
       *>----------------------------------------------------------------------------
       SELECT    CTL13-SHOMEI-FILE    ASSIGN       TO   "CTL13.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS CTL-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]廃棄証明台帳
       *>----------------------------------------------------------------------------
       SELECT    PRT01-DAICHO-RPT     ASSIGN       TO   "PRT92.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>[出力]在庫廃棄却下一覧表
       *>----------------------------------------------------------------------------
       SELECT    PRT02-KYAKKA-RPT     ASSIGN       TO   "PRT93.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]在庫廃棄トランザクションファイルのレイアウト定義
       *>  （廃棄理由コード：01＝期限切れ、02＝破損、03＝品質不良、
       *>    04＝リコール、09＝その他）
       *>----------------------------------------------------------------------------
       FD   HKT01-HAIKI-TRN.
       01   HKT01-RECODE.
            03   HKT01-SHOHIN-CODE            PIC X(006).
            03   HKT01-SOUKO-CODE             PIC X(002).
       *>   --ロット番号（空白はロット管理外の商品）--
            03   HKT01-LOT-NO                 PIC X(008).
            03   HKT01-HAIKI-SU               PIC 9(006).
            03   HKT01-RIYU-CODE              PIC X(002).
       *>   --承認者（操作者ＩＤ）--
            03   HKT01-SHONIN-SHA             PIC X(008).
       *>----------------------------------------------------------------------------
       *>[入力]操作者権限ファイルのレイアウト定義（UPDATE01と同一）
       *>----------------------------------------------------------------------------
       FD   AUT01-KENGEN-FILE.
       01   AUT01-RECODE.
            03   AUT01-OPERATOR-ID             PIC X(008).
            03   AUT01-SAKUZYO-KYOKA           PIC X(001).
                 88   AUT01-SAKUZYO-KANOU      VALUE "1".
       *>   --貸倒償却の承認許可（"1"＝承認可）--
            03   AUT01-KASHIDAORE-KYOKA        PIC X(001).
                 88   AUT01-KASHIDAORE-KANOU   VALUE "1".
       *>   --在庫廃棄の承認許可（"1"＝承認可）--
            03   AUT01-HAIKI-KYOKA             PIC X(001).
                 88   AUT01-HAIKI-KANOU        VALUE "1".
       *>----------------------------------------------------------------------------
       *>[入力]勘定科目対応マスタファイルのレイアウト定義（GLEXTR01と同一）
       *>  （発生源区分Ｋ＝在庫廃棄。借方は廃棄損、貸方は在庫の科目）
       *>----------------------------------------------------------------------------
       FD   GLM01-TAIO-MASTER.
       01   GLM01-RECODE.
            03   GLM01-GENSEN-KUBUN           PIC X(001).
            03   GLM01-BUNRUI-CODE            PIC X(002).
            03   GLM01-KARIKATA-KAMOKU        PIC X(006).
            03   GLM01-KASHIKATA-KAMOKU       PIC X(006).
       *>----------------------------------------------------------------------------
       *>[入出力]商品マスタファイルのレイアウト定義（TEST0001と同一レイアウト）
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
       *>[入出力]倉庫別在庫ファイルのレイアウト定義（RECEIPT01と同一）
       *>----------------------------------------------------------------------------
       FD   WHS01-SOUKO-ZAIKO.
       01   WHS01-RECODE.
            03   WHS01-SOUKO-KEY.
                 05   WHS01-SOUKO-CODE        PIC X(002).
                 05   WHS01-SHOHIN-CODE       PIC X(006).
            03   WHS01-ZAIKO-SU               PIC 9(006).
       *>----------------------------------------------------------------------------
       *>[入出力]ロット別在庫ファイルのレイアウト定義（RECEIPT01と同一）
       *>----------------------------------------------------------------------------
       FD   LOT01-LOT-ZAIKO.
       01   LOT01-RECODE.
            03   LOT01-LOT-KEY.
                 05   LOT01-SHOHIN-CODE       PIC X(006).
                 05   LOT01-LOT-NO            PIC X(008).
            03   LOT01-YUKO-KIGEN             PIC 9(008).
            03   LOT01-ZAIKO-SU               PIC 9(006).
       *>----------------------------------------------------------------------------
       *>[出力]在庫廃棄仕訳ファイルのレイアウト定義（GLEXTR01のGLJ01と同一）
       *>  （レコード区分：Ｊ＝仕訳、Ｔ＝管理トレーラ。仕訳は借方（Ｄ）・
       *>    貸方（Ｃ）の対で書き出し、貸借は必ず釣り合う）
       *>----------------------------------------------------------------------------
       FD   HKJ01-SHIWAKE-FILE.
       01   HKJ01-RECODE.
            03   HKJ01-RECORD-KUBUN           PIC X(001).
            03   HKJ01-DENPYO-BI              PIC 9(008).
            03   HKJ01-GENSEN-KUBUN           PIC X(001).
            03   HKJ01-BUNRUI-CODE            PIC X(002).
            03   HKJ01-KAMOKU                 PIC X(006).
            03   HKJ01-TAISHAKU-KUBUN         PIC X(001).
            03   HKJ01-KINGAKU                PIC S9(010).
       *>
       *>  管理トレーラレコードの再定義
       01   HKJ01-TRAILER-RECODE.
            03   HKJ01-TR-KUBUN               PIC X(001).
            03   HKJ01-TR-DENPYO-BI           PIC 9(008).
            03   HKJ01-TR-KENSU               PIC 9(006).
            03   HKJ01-TR-KARIKATA-KEI        PIC S9(012).
            03   HKJ01-TR-KASHIKATA-KEI       PIC S9(012).
       *>----------------------------------------------------------------------------
       *>[入出力]在庫廃棄台帳ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   HKR01-HAIKI-DAICHO.
       01   HKR01-RECODE.
            03   HKR01-SHOMEI-BANGOU          PIC 9(006).
            03   HKR01-SHORI-BI               PIC 9(008).
            03   HKR01-SHOHIN-CODE            PIC X(006).
            03   HKR01-SHOHIN-MI              PIC X(020).
            03   HKR01-SOUKO-CODE             PIC X(002).
            03   HKR01-LOT-NO                 PIC X(008).
            03   HKR01-HAIKI-SU               PIC 9(006).
            03   HKR01-GENKA                  PIC 9(005).
            03   HKR01-HAIKI-GAKU             PIC 9(011).
            03   HKR01-RIYU-CODE              PIC X(002).
            03   HKR01-SHONIN-SHA             PIC X(008).
            03   HKR01-KARIKATA-KAMOKU        PIC X(006).
            03   HKR01-KASHIKATA-KAMOKU       PIC X(006).
       *>----------------------------------------------------------------------------
       *>[入出力]廃棄証明番号制御ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   CTL13-SHOMEI-FILE.
       01   CTL13-RECODE.
            03   CTL13-SHOMEI-BANGOU          PIC 9(006).
       *>----------------------------------------------------------------------------
       *>[出力]廃棄証明台帳のレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT01-DAICHO-RPT.
       01   PRT01-RECODE                      PIC X(150).
       *>----------------------------------------------------------------------------
       *>[出力]在庫廃棄却下一覧表のレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT02-KYAKKA-RPT.
       01   PRT02-RECODE                      PIC X(150).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
       *>
       *>--手続き部で「MAIN-PROC」を終了させる際の定数となる--
       77   CST-END                           PIC X(004) VALUE "END".
       *>
       *>--勘定科目対応マスタの発生源区分（在庫廃棄）--
       77   CST-GENSEN-HAIKI                  PIC X(001) VALUE "K".
       *>
       *>--廃棄理由コードと名称の定数--
       77   CST-MAX-RIYU-KENSU                PIC 9(002) VALUE 05.
       01   CST-RIYU-TBL.
            03   FILLER                       PIC X(014)
                                 VALUE "01期限切れ".
            03   FILLER                       PIC X(014)
                                 VALUE "02破損".
            03   FILLER                       PIC X(014)
                                 VALUE "03品質不良".
            03   FILLER                       PIC X(014)
                                 VALUE "04リコール".
            03   FILLER                       PIC X(014)
                                 VALUE "09その他".
       01   CST-RIYU-R   REDEFINES   CST-RIYU-TBL.
            03   CST-RIYU-ENT                     OCCURS 5.
                 05   CST-RIYU-CODE               PIC X(002).
                 05   CST-RIYU-MEI                PIC X(012).
       01   WRK-SAGASHI-RIYU                  PIC X(002).
       01   WRK-RIYU-IDX                      PIC 9(002).
       01   WRK-RIYU-HIT-IDX                  PIC 9(002).
       01   WRK-RIYU-MITUKE-SW                PIC X(001).
            88   WRK-RIYU-MITUKE              VALUE "Y".
       *>
       01   WRK-WORK-AREA.
            03   WRK-AT-END                   PIC X(004).
            *>--トランザクション読み込み件数・廃棄件数・却下件数--
            03   WRK-IN-COUNT                 PIC 9(006).
            03   WRK-OUT-COUNT                PIC 9(006).
            03   WRK-ERROR-COUNT              PIC 9(006).
            *>--仕訳件数・借方合計・貸方合計（管理トレーラ用）--
            03   WRK-SHIWAKE-COUNT            PIC 9(006).
            03   WRK-KARIKATA-KEI             PIC S9(012).
            03   WRK-KASHIKATA-KEI            PIC S9(012).
            *>--廃棄額（廃棄数量×仕入原価）--
            03   WRK-HAIKI-GAKU               PIC 9(011).
            03   WRK-KYAKKA-RIYU              PIC X(015).
       *>
       01   IN-FILE-STATUS                    PIC XX.
       01   AUT-FILE-STATUS                   PIC XX.
       01   GLM-FILE-STATUS                   PIC XX.
       01   IN02-FILE-STATUS                  PIC XX.
       01   WHS-FILE-STATUS                   PIC XX.
       01   LOT-FILE-STATUS                   PIC XX.
       01   HKJ-FILE-STATUS                   PIC XX.
       01   HKR-FILE-STATUS                   PIC XX.
       01   CTL-FILE-STATUS                   PIC XX.
       *>
       *>--倉庫別在庫・ロット別在庫の整備状況（未整備時は倉庫別の減算を
       *>  行わず、ロット指定の廃棄は却下する）--
       01   WRK-WHS-ARI-SW                    PIC X(001).
            88   WRK-WHS-ARI                  VALUE "Y".
       01   WRK-LOT-ARI-SW                    PIC X(001).
            88   WRK-LOT-ARI                  VALUE "Y".
       *>
       *>--操作者権限の一括読み込み用テーブル（線形検索用）--
       77   CST-MAX-KENGEN-KENSU              PIC 9(003) VALUE 999.
       01   WRK-KENGEN-TBL.
            03   WRK-KENGEN-ENT                   OCCURS 999.
                 05   WRK-KENGEN-OPERATOR         PIC X(008).
                 05   WRK-KENGEN-HAIKI            PIC X(001).
       01   WRK-KENGEN-CNT                    PIC 9(003).
       01   WRK-KENGEN-IDX                    PIC 9(003).
       01   WRK-SHONIN-KANOU-SW               PIC X(001).
            88   WRK-SHONIN-KANOU             VALUE "Y".
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
       *>--今回発行する廃棄証明番号（前回番号＋１から採番）--
       01   WRK-SHOMEI-BANGOU-SAI             PIC 9(006).
       *>
       *>--廃棄証明台帳の集計（実行月の廃棄件数・廃棄数量・廃棄額合計）--
       01   WRK-DAICHO-KENSU                  PIC 9(006).
       01   WRK-DAICHO-SURYO                  PIC 9(009).
       01   WRK-DAICHO-GOKEI                  PIC 9(011).
       *>
       *>--在庫移動台帳書き込み用（STKMOVE01呼び出し。実行番号は持たない
       *>  ためゼロで記録する）--
       01   WRK-MOVE-PROGRAM-ID               PIC X(010)
                                        VALUE "DISPOS01".
       01   WRK-MOVE-RUN-ID                   PIC 9(006) VALUE ZERO.
       01   WRK-MOVE-KUBUN                    PIC X(001).
       01   WRK-MOVE-SU                       PIC S9(007).
       01   WRK-MOVE-MAE-ZAIKO                PIC 9(006).
       01   WRK-MOVE-ATO-ZAIKO                PIC 9(006).
       01   WRK-MOVE-SOUKO                    PIC X(002).
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "DISPOS01".
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
       *>印刷用パーツ定義（廃棄証明台帳）
       *>----------------------------------------------------------------------------
       01   HD01-MIDASHI-1.
            03   FILLER                       PIC X(030)
                               VALUE "廃棄証明台帳".
            03   FILLER                       PIC X(018)
                                 VALUE "対象年月：".
            03   HD01-NEN                     PIC 9(004).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD01-GETU                    PIC 9(002).
       *>
       01   HD02-KOMOKU.
            03   FILLER                       PIC X(014)
                                 VALUE "証明番号".
            03   FILLER                       PIC X(015)
                                 VALUE "処理日".
            03   FILLER                       PIC X(010)
                                 VALUE "商品".
            03   FILLER                       PIC X(025)
                                 VALUE "商品名".
            03   FILLER                       PIC X(006)
                                 VALUE "倉庫".
            03   FILLER                       PIC X(016)
                                 VALUE "ロット".
            03   FILLER                       PIC X(010)
                                 VALUE "数量".
            03   FILLER                       PIC X(013)
                                 VALUE "原価".
            03   FILLER                       PIC X(011)
                                 VALUE "廃棄額".
            03   FILLER                       PIC X(013)
                                 VALUE "承認者".
            03   FILLER                       PIC X(006)
                                 VALUE "理由".
       *>
       01   HD03-MEISAI-LINE.
            03   HD03-SHOMEI-BANGOU           PIC ZZZZZ9.
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   HD03-SHORI-BI                PIC 9999/99/99.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-SHOHIN-CODE             PIC X(006).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-SHOHIN-MI               PIC X(020).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-SOUKO-CODE              PIC X(002).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-LOT-NO                  PIC X(008).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-HAIKI-SU                PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-GENKA                   PIC ZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-HAIKI-GAKU              PIC ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-SHONIN-SHA              PIC X(008).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-RIYU-MEI                PIC X(012).
       *>
       01   HD04-GOKEI-LINE.
            03   FILLER                       PIC X(021)
                                 VALUE "当月廃棄件数：".
            03   HD04-KENSU                   PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   FILLER                       PIC X(021)
                                 VALUE "当月廃棄数量：".
            03   HD04-SURYO                   PIC ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   FILLER                       PIC X(018)
                                 VALUE "当月廃棄額：".
            03   HD04-GOKEI                   PIC ZZ,ZZZ,ZZZ,ZZ9.
       *>----------------------------------------------------------------------------
       *>印刷用パーツ定義（在庫廃棄却下一覧表）
       *>----------------------------------------------------------------------------
       01   HD11-MIDASHI-1.
            03   FILLER                       PIC X(030)
                               VALUE "在庫廃棄却下一覧表".
            03   FILLER                       PIC X(012)
                                 VALUE "実行日：".
            03   HD11-NEN                     PIC 9(004).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD11-GETU                    PIC 9(002).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD11-HI                      PIC 9(002).
       *>
       01   HD12-KYAKKA-LINE.
            03   FILLER                       PIC X(009)
                                 VALUE "商品：".
            03   HD12-SHOHIN-CODE             PIC X(006).
            03   FILLER                       PIC X(012)
                                 VALUE "　倉庫：".
            03   HD12-SOUKO-CODE              PIC X(002).
            03   FILLER                       PIC X(015)
                                 VALUE "　ロット：".
            03   HD12-LOT-NO                  PIC X(008).
            03   FILLER                       PIC X(012)
                                 VALUE "　数量：".
            03   HD12-HAIKI-SU                PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(018)
                                 VALUE "　理由ＣＤ：".
            03   HD12-RIYU-CODE               PIC X(002).
            03   FILLER                       PIC X(015)
                                 VALUE "　承認者：".
            03   HD12-SHONIN-SHA              PIC X(008).
            03   FILLER                       PIC X(012)
                                 VALUE "　却下：".
            03   HD12-KYAKKA-RIYU             PIC X(015).
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "DISPOS01の出力結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "在庫廃棄件数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "却下件数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       *>--入出力異常発生時に表示するメッセージ--
       01   MS9-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                  VALUE "HKT01-HAIKI-TRN入出力異常 STATUS=".
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
           MOVE   ZERO       TO   WRK-SHIWAKE-COUNT.
           MOVE   ZERO       TO   WRK-KARIKATA-KEI.
           MOVE   ZERO       TO   WRK-KASHIKATA-KEI.
           MOVE   ZERO       TO   WRK-TAIO-CNT.
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
       *>
       *>  実行日の取得
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           MOVE     WRK-RUN-DATE   TO     WRK-RUN-DATE-H.
       *>
       *>  操作者権限・勘定科目対応の一括読み込みと前回廃棄証明番号の取得
           PERFORM   KENGEN-FILE-LOAD-PROC.
           PERFORM   TAIO-MASTER-LOAD-PROC.
           PERFORM   SHOMEI-BANGOU-GET-PROC.
       *>
       *>ファイルのオープン
           OPEN   INPUT    HKT01-HAIKI-TRN
                  I-O      IN02-SHOHIN-MASTER
                  OUTPUT   PRT02-KYAKKA-RPT.
       *>
       *>  在庫廃棄仕訳ファイルは追記モードでオープン（初回は新規作成）
           OPEN   EXTEND   HKJ01-SHIWAKE-FILE.
           IF   HKJ-FILE-STATUS   =   "35"   THEN
                OPEN   OUTPUT   HKJ01-SHIWAKE-FILE
           END-IF.
       *>
       *>  倉庫別在庫ファイルのオープン（未整備時は倉庫別の減算を行わない）
           MOVE   SPACE   TO   WRK-WHS-ARI-SW.
           OPEN   I-O   WHS01-SOUKO-ZAIKO.
           IF   WHS-FILE-STATUS   =   "00"   THEN
                MOVE   "Y"   TO   WRK-WHS-ARI-SW
           END-IF.
       *>
       *>  ロット別在庫ファイルのオープン（未整備時はロット指定の廃棄を
       *>  却下する）
           MOVE   SPACE   TO   WRK-LOT-ARI-SW.
           OPEN   I-O   LOT01-LOT-ZAIKO.
           IF   LOT-FILE-STATUS   =   "00"   THEN
                MOVE   "Y"   TO   WRK-LOT-ARI-SW
           END-IF.
       *>
       *>  在庫廃棄台帳は追記モードでオープン（初回は新規作成）
           OPEN   EXTEND   HKR01-HAIKI-DAICHO.
           IF   HKR-FILE-STATUS   =   "35"   THEN
                OPEN   OUTPUT   HKR01-HAIKI-DAICHO
           END-IF.
       *>
       *>  却下一覧表の見出しの印刷
           MOVE   WRK-RUN-NEN    TO   HD11-NEN.
           MOVE   WRK-RUN-GETU   TO   HD11-GETU.
           MOVE   WRK-RUN-HI     TO   HD11-HI.
           MOVE   SPACE          TO   PRT02-RECODE.
           WRITE  PRT02-RECODE   FROM   HD11-MIDASHI-1.
       *>
       *>在庫廃棄トランザクションファイルの読み込み
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
       *>  仕訳ファイルの管理トレーラの書き出し
           MOVE   SPACE               TO   HKJ01-TRAILER-RECODE.
           MOVE   "T"                 TO   HKJ01-TR-KUBUN.
           MOVE   WRK-RUN-DATE        TO   HKJ01-TR-DENPYO-BI.
           MOVE   WRK-SHIWAKE-COUNT   TO   HKJ01-TR-KENSU.
           MOVE   WRK-KARIKATA-KEI    TO   HKJ01-TR-KARIKATA-KEI.
           MOVE   WRK-KASHIKATA-KEI   TO   HKJ01-TR-KASHIKATA-KEI.
           WRITE  HKJ01-TRAILER-RECODE.
       *>
       *>  今回までの廃棄証明番号の保存
           PERFORM   SHOMEI-BANGOU-SAVE-PROC.
       *>
       *>ファイルのクローズ
           CLOSE   HKT01-HAIKI-TRN
                   IN02-SHOHIN-MASTER
                   HKJ01-SHIWAKE-FILE
                   HKR01-HAIKI-DAICHO
                   PRT02-KYAKKA-RPT.
           IF   WRK-WHS-ARI   THEN
                CLOSE   WHS01-SOUKO-ZAIKO
           END-IF.
           IF   WRK-LOT-ARI   THEN
                CLOSE   LOT01-LOT-ZAIKO
           END-IF.
       *>
       *>  廃棄証明台帳の印刷（今回分を含む実行月の全廃棄）
           PERFORM   DAICHO-PRINT-PROC.
       *>
       *>廃棄件数・却下件数の表示
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
       *>主処理（在庫廃棄トランザクション１件ごとの検証と廃棄）
       *>  検証をすべて終えてから各在庫を減算し、途中で却下した
       *>  トランザクションは一切の在庫を更新しない
       *>----------------------------------------------------------------------------
       MAIN-PROC                          SECTION.
       *>
           ADD   1   TO   WRK-IN-COUNT.
       *>
       *>  承認者の在庫廃棄許可の確認
           PERFORM   SHONIN-KENGEN-CHECK-PROC.
           IF   NOT   WRK-SHONIN-KANOU   THEN
                MOVE   "KENGEN-NASHI"    TO   WRK-KYAKKA-RIYU
                PERFORM   KYAKKA-LINE-WRITE-PROC
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
       *>  廃棄理由コード・廃棄数量の確認
           MOVE   SPACE             TO   WRK-RIYU-MITUKE-SW.
           MOVE   HKT01-RIYU-CODE   TO   WRK-SAGASHI-RIYU.
           PERFORM   RIYU-TBL-CHECK-PROC
                    VARYING   WRK-RIYU-IDX   FROM   1   BY   1
                    UNTIL   WRK-RIYU-IDX   >   CST-MAX-RIYU-KENSU
                    OR      WRK-RIYU-MITUKE.
           IF   NOT   WRK-RIYU-MITUKE   THEN
                MOVE   "RIYU-FUSEI"      TO   WRK-KYAKKA-RIYU
                PERFORM   KYAKKA-LINE-WRITE-PROC
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
           IF   HKT01-HAIKI-SU   NOT NUMERIC
           OR   HKT01-HAIKI-SU   =   ZERO   THEN
                MOVE   "SURYO-FUSEI"     TO   WRK-KYAKKA-RIYU
                PERFORM   KYAKKA-LINE-WRITE-PROC
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
       *>  商品マスタのキー検索と在庫数の確認
           MOVE   HKT01-SHOHIN-CODE   TO   IN02-SHOHIN-CODE.
           READ   IN02-SHOHIN-MASTER
               INVALID     KEY
                     MOVE   "SHOHIN-NASHI"    TO   WRK-KYAKKA-RIYU
                     PERFORM   KYAKKA-LINE-WRITE-PROC
                     GO   TO   MAIN-PROC-READ
           END-READ.
       *>
           IF   IN02-ZAIKO-SU   <   HKT01-HAIKI-SU   THEN
                MOVE   "ZAIKO-FUSOKU"    TO   WRK-KYAKKA-RIYU
                PERFORM   KYAKKA-LINE-WRITE-PROC
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
       *>  倉庫別在庫の確認（倉庫別在庫が整備されている場合のみ）
           IF   WRK-WHS-ARI   THEN
                MOVE   HKT01-SOUKO-CODE    TO   WHS01-SOUKO-CODE
                MOVE   HKT01-SHOHIN-CODE   TO   WHS01-SHOHIN-CODE
                READ   WHS01-SOUKO-ZAIKO
                    INVALID     KEY
                          MOVE   "SOUKO-NASHI"     TO   WRK-KYAKKA-RIYU
                          PERFORM   KYAKKA-LINE-WRITE-PROC
                          GO   TO   MAIN-PROC-READ
                END-READ
                IF   WHS01-ZAIKO-SU   <   HKT01-HAIKI-SU   THEN
                     MOVE   "SOUKO-FUSOKU"    TO   WRK-KYAKKA-RIYU
                     PERFORM   KYAKKA-LINE-WRITE-PROC
                     GO   TO   MAIN-PROC-READ
                END-IF
           END-IF.
       *>
       *>  ロット別在庫の確認（ロット番号の指定がある場合のみ）
           IF   HKT01-LOT-NO   NOT =   SPACE   THEN
                IF   NOT   WRK-LOT-ARI   THEN
                     MOVE   "LOT-NASHI"       TO   WRK-KYAKKA-RIYU
                     PERFORM   KYAKKA-LINE-WRITE-PROC
                     GO   TO   MAIN-PROC-READ
                END-IF
                MOVE   HKT01-SHOHIN-CODE   TO   LOT01-SHOHIN-CODE
                MOVE   HKT01-LOT-NO        TO   LOT01-LOT-NO
                READ   LOT01-LOT-ZAIKO
                    INVALID     KEY
                          MOVE   "LOT-NASHI"       TO   WRK-KYAKKA-RIYU
                          PERFORM   KYAKKA-LINE-WRITE-PROC
                          GO   TO   MAIN-PROC-READ
                END-READ
                IF   LOT01-ZAIKO-SU   <   HKT01-HAIKI-SU   THEN
                     MOVE   "LOT-FUSOKU"      TO   WRK-KYAKKA-RIYU
                     PERFORM   KYAKKA-LINE-WRITE-PROC
                     GO   TO   MAIN-PROC-READ
                END-IF
           END-IF.
       *>
       *>  廃棄仕訳の勘定科目の検索（在庫廃棄の登録が無ければ廃棄不可）
           PERFORM   TAIO-SANSHO-PROC.
           IF   NOT   WRK-TAIO-MITUKE   THEN
                MOVE   "KAMOKU-NASHI"    TO   WRK-KYAKKA-RIYU
                PERFORM   KYAKKA-LINE-WRITE-PROC
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
       *>  各在庫の減算と在庫移動台帳への記録
           PERFORM   ZAIKO-GENZAN-PROC.
       *>
       *>  廃棄額の計算と廃棄仕訳・在庫廃棄台帳の書き出し
           COMPUTE   WRK-HAIKI-GAKU   =
                     HKT01-HAIKI-SU   *   IN02-GENKA.
           ADD   1   TO   WRK-SHOMEI-BANGOU-SAI.
       *>
           IF   WRK-HAIKI-GAKU   >   ZERO   THEN
                PERFORM   SHIWAKE-WRITE-PROC
           END-IF.
           PERFORM   DAICHO-WRITE-PROC.
       *>
           ADD   1   TO   WRK-OUT-COUNT.
       *>
       MAIN-PROC-READ.
       *>
           PERFORM   TRN-FILE-READ-PROC.
       *>
       MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>在庫の減算と在庫移動台帳への記録（移動区分"H"＝廃棄）
       *>  移動前後の在庫数は商品マスタの在庫数で記録する
       *>----------------------------------------------------------------------------
       ZAIKO-GENZAN-PROC                  SECTION.
       *>
           MOVE   IN02-ZAIKO-SU       TO   WRK-MOVE-MAE-ZAIKO.
           SUBTRACT   HKT01-HAIKI-SU  FROM   IN02-ZAIKO-SU.
           MOVE   IN02-ZAIKO-SU       TO   WRK-MOVE-ATO-ZAIKO.
           REWRITE   IN02-RECODE.
       *>
           IF   WRK-WHS-ARI   THEN
                SUBTRACT   HKT01-HAIKI-SU   FROM   WHS01-ZAIKO-SU
                REWRITE    WHS01-RECODE
           END-IF.
       *>
           IF   HKT01-LOT-NO   NOT =   SPACE   THEN
                SUBTRACT   HKT01-HAIKI-SU   FROM   LOT01-ZAIKO-SU
                REWRITE    LOT01-RECODE
           END-IF.
       *>
           MOVE   "H"                 TO   WRK-MOVE-KUBUN.
           COMPUTE   WRK-MOVE-SU   =   ZERO   -   HKT01-HAIKI-SU.
           MOVE   HKT01-SOUKO-CODE    TO   WRK-MOVE-SOUKO.
           CALL   "STKMOVE01"   USING   WRK-MOVE-PROGRAM-ID
                                         WRK-MOVE-RUN-ID
                                         HKT01-SHOHIN-CODE
                                         WRK-MOVE-KUBUN
                                         WRK-MOVE-SU
                                         WRK-MOVE-MAE-ZAIKO
                                         WRK-MOVE-ATO-ZAIKO
                                         WRK-MOVE-SOUKO.
       *>
       ZAIKO-GENZAN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>承認者の在庫廃棄許可の確認（権限テーブルの線形検索）
       *>  権限ファイルが未整備の場合は承認不可として扱う
       *>----------------------------------------------------------------------------
       SHONIN-KENGEN-CHECK-PROC           SECTION.
       *>
           MOVE   SPACE   TO   WRK-SHONIN-KANOU-SW.
       *>
           PERFORM   KENGEN-TBL-CHECK-PROC
                    VARYING   WRK-KENGEN-IDX   FROM   1   BY   1
                    UNTIL   WRK-KENGEN-IDX   >   WRK-KENGEN-CNT
                    OR      WRK-SHONIN-KANOU.
       *>
       SHONIN-KENGEN-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>操作者権限テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       KENGEN-TBL-CHECK-PROC              SECTION.
       *>
           IF   WRK-KENGEN-OPERATOR(WRK-KENGEN-IDX)
                                       =   HKT01-SHONIN-SHA
           AND  WRK-KENGEN-HAIKI(WRK-KENGEN-IDX)   =   "1"   THEN
                MOVE   "Y"   TO   WRK-SHONIN-KANOU-SW
           END-IF.
       *>
       KENGEN-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>廃棄理由コードの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       RIYU-TBL-CHECK-PROC                SECTION.
       *>
           IF   CST-RIYU-CODE(WRK-RIYU-IDX)   =   WRK-SAGASHI-RIYU
           THEN
                MOVE   "Y"            TO   WRK-RIYU-MITUKE-SW
                MOVE   WRK-RIYU-IDX   TO   WRK-RIYU-HIT-IDX
           END-IF.
       *>
       RIYU-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>勘定科目対応の検索（発生源区分Ｋ。商品分類の登録を優先し、
       *>  無ければ分類"**"の登録を用いる）
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
           IF   WRK-TAIO-GENSEN(WRK-TAIO-IDX)  =  CST-GENSEN-HAIKI
           AND  WRK-TAIO-BUNRUI(WRK-TAIO-IDX)  =  IN02-BUNRUI-CODE
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
           IF   WRK-TAIO-GENSEN(WRK-TAIO-IDX)  =  CST-GENSEN-HAIKI
           AND  WRK-TAIO-BUNRUI(WRK-TAIO-IDX)  =  "**"   THEN
                MOVE   "Y"            TO   WRK-TAIO-MITUKE-SW
                MOVE   WRK-TAIO-IDX   TO   WRK-TAIO-HIT-IDX
           END-IF.
       *>
       TAIO-ZENBUN-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>廃棄仕訳の書き出し（借方：廃棄損、貸方：在庫の対）
       *>----------------------------------------------------------------------------
       SHIWAKE-WRITE-PROC                SECTION.
       *>
       *>  借方仕訳の書き出し
           MOVE   SPACE                  TO   HKJ01-RECODE.
           MOVE   "J"                    TO   HKJ01-RECORD-KUBUN.
           MOVE   WRK-RUN-DATE           TO   HKJ01-DENPYO-BI.
           MOVE   CST-GENSEN-HAIKI       TO   HKJ01-GENSEN-KUBUN.
           MOVE   IN02-BUNRUI-CODE       TO   HKJ01-BUNRUI-CODE.
           MOVE   WRK-TAIO-KARIKATA(WRK-TAIO-HIT-IDX)   TO
                  HKJ01-KAMOKU.
           MOVE   "D"                    TO   HKJ01-TAISHAKU-KUBUN.
           MOVE   WRK-HAIKI-GAKU         TO   HKJ01-KINGAKU.
           WRITE  HKJ01-RECODE.
           ADD    1                      TO   WRK-SHIWAKE-COUNT.
           ADD    WRK-HAIKI-GAKU         TO   WRK-KARIKATA-KEI.
       *>
       *>  貸方仕訳の書き出し（同額で貸借を釣り合わせる）
           MOVE   WRK-TAIO-KASHIKATA(WRK-TAIO-HIT-IDX)  TO
                  HKJ01-KAMOKU.
           MOVE   "C"                    TO   HKJ01-TAISHAKU-KUBUN.
           WRITE  HKJ01-RECODE.
           ADD    1                      TO   WRK-SHIWAKE-COUNT.
           ADD    WRK-HAIKI-GAKU         TO   WRK-KASHIKATA-KEI.
       *>
       SHIWAKE-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>在庫廃棄台帳への追記（１件分）
       *>----------------------------------------------------------------------------
       DAICHO-WRITE-PROC                 SECTION.
       *>
           MOVE   WRK-SHOMEI-BANGOU-SAI   TO   HKR01-SHOMEI-BANGOU.
           MOVE   WRK-RUN-DATE            TO   HKR01-SHORI-BI.
           MOVE   HKT01-SHOHIN-CODE       TO   HKR01-SHOHIN-CODE.
           MOVE   IN02-SHOHIN-MI          TO   HKR01-SHOHIN-MI.
           MOVE   HKT01-SOUKO-CODE        TO   HKR01-SOUKO-CODE.
           MOVE   HKT01-LOT-NO            TO   HKR01-LOT-NO.
           MOVE   HKT01-HAIKI-SU          TO   HKR01-HAIKI-SU.
           MOVE   IN02-GENKA              TO   HKR01-GENKA.
           MOVE   WRK-HAIKI-GAKU          TO   HKR01-HAIKI-GAKU.
           MOVE   HKT01-RIYU-CODE         TO   HKR01-RIYU-CODE.
           MOVE   HKT01-SHONIN-SHA        TO   HKR01-SHONIN-SHA.
           MOVE   WRK-TAIO-KARIKATA(WRK-TAIO-HIT-IDX)   TO
                  HKR01-KARIKATA-KAMOKU.
           MOVE   WRK-TAIO-KASHIKATA(WRK-TAIO-HIT-IDX)  TO
                  HKR01-KASHIKATA-KAMOKU.
           WRITE  HKR01-RECODE.
       *>
       DAICHO-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>却下一覧表の行の編集・印刷処理（１件分）
       *>----------------------------------------------------------------------------
       KYAKKA-LINE-WRITE-PROC             SECTION.
       *>
           MOVE   HKT01-SHOHIN-CODE      TO   HD12-SHOHIN-CODE.
           MOVE   HKT01-SOUKO-CODE       TO   HD12-SOUKO-CODE.
           MOVE   HKT01-LOT-NO           TO   HD12-LOT-NO.
           IF   HKT01-HAIKI-SU   IS   NUMERIC   THEN
                MOVE   HKT01-HAIKI-SU        TO   HD12-HAIKI-SU
           ELSE
                MOVE   ZERO                  TO   HD12-HAIKI-SU
           END-IF.
           MOVE   HKT01-RIYU-CODE        TO   HD12-RIYU-CODE.
           MOVE   HKT01-SHONIN-SHA       TO   HD12-SHONIN-SHA.
           MOVE   WRK-KYAKKA-RIYU        TO   HD12-KYAKKA-RIYU.
       *>
           MOVE   SPACE          TO   PRT02-RECODE.
           WRITE  PRT02-RECODE   FROM   HD12-KYAKKA-LINE.
       *>
           ADD    1              TO   WRK-ERROR-COUNT.
       *>
       KYAKKA-LINE-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>廃棄証明台帳の印刷（在庫廃棄台帳から実行月の廃棄を抜き出す）
       *>----------------------------------------------------------------------------
       DAICHO-PRINT-PROC                 SECTION.
       *>
           MOVE   ZERO    TO   WRK-DAICHO-KENSU.
           MOVE   ZERO    TO   WRK-DAICHO-SURYO.
           MOVE   ZERO    TO   WRK-DAICHO-GOKEI.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   OUTPUT   PRT01-DAICHO-RPT.
       *>
           MOVE   WRK-RUN-NEN    TO   HD01-NEN.
           MOVE   WRK-RUN-GETU   TO   HD01-GETU.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD01-MIDASHI-1.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD02-KOMOKU.
       *>
           OPEN   INPUT   HKR01-HAIKI-DAICHO.
       *>
           IF   HKR-FILE-STATUS   =   "00"   THEN
                PERFORM   DAICHO-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   HKR01-HAIKI-DAICHO
           END-IF.
       *>
           MOVE   WRK-DAICHO-KENSU   TO   HD04-KENSU.
           MOVE   WRK-DAICHO-SURYO   TO   HD04-SURYO.
           MOVE   WRK-DAICHO-GOKEI   TO   HD04-GOKEI.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD04-GOKEI-LINE.
       *>
           CLOSE   PRT01-DAICHO-RPT.
       *>
       DAICHO-PRINT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>在庫廃棄台帳の読み込みと廃棄証明台帳の明細印刷（１件分・実行月のみ）
       *>----------------------------------------------------------------------------
       DAICHO-READ-PROC                  SECTION.
       *>
           READ HKR01-HAIKI-DAICHO
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
                     GO   TO   DAICHO-READ-PROC-EXIT
           END-READ.
       *>
           IF   HKR01-SHORI-BI(1:6)   NOT =   WRK-RUN-DATE(1:6)   THEN
                GO   TO   DAICHO-READ-PROC-EXIT
           END-IF.
       *>
       *>  廃棄理由名称の引き当て（未登録のコードはコードのまま印刷する）
           MOVE   SPACE   TO   WRK-RIYU-MITUKE-SW.
           MOVE   HKR01-RIYU-CODE   TO   WRK-SAGASHI-RIYU.
           PERFORM   RIYU-TBL-CHECK-PROC
                    VARYING   WRK-RIYU-IDX   FROM   1   BY   1
                    UNTIL   WRK-RIYU-IDX   >   CST-MAX-RIYU-KENSU
                    OR      WRK-RIYU-MITUKE.
           IF   WRK-RIYU-MITUKE   THEN
                MOVE   CST-RIYU-MEI(WRK-RIYU-HIT-IDX)   TO
                       HD03-RIYU-MEI
           ELSE
                MOVE   HKR01-RIYU-CODE   TO   HD03-RIYU-MEI
           END-IF.
       *>
           MOVE   HKR01-SHOMEI-BANGOU    TO   HD03-SHOMEI-BANGOU.
           MOVE   HKR01-SHORI-BI         TO   HD03-SHORI-BI.
           MOVE   HKR01-SHOHIN-CODE      TO   HD03-SHOHIN-CODE.
           MOVE   HKR01-SHOHIN-MI        TO   HD03-SHOHIN-MI.
           MOVE   HKR01-SOUKO-CODE       TO   HD03-SOUKO-CODE.
           MOVE   HKR01-LOT-NO           TO   HD03-LOT-NO.
           MOVE   HKR01-HAIKI-SU         TO   HD03-HAIKI-SU.
           MOVE   HKR01-GENKA            TO   HD03-GENKA.
           MOVE   HKR01-HAIKI-GAKU       TO   HD03-HAIKI-GAKU.
           MOVE   HKR01-SHONIN-SHA       TO   HD03-SHONIN-SHA.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD03-MEISAI-LINE.
       *>
           ADD    1                    TO   WRK-DAICHO-KENSU.
           ADD    HKR01-HAIKI-SU       TO   WRK-DAICHO-SURYO.
           ADD    HKR01-HAIKI-GAKU     TO   WRK-DAICHO-GOKEI.
       *>
       DAICHO-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>操作者権限ファイルの一括読み込み（線形検索用テーブルへ格納）
       *>----------------------------------------------------------------------------
       KENGEN-FILE-LOAD-PROC              SECTION.
       *>
           MOVE   ZERO    TO   WRK-KENGEN-CNT.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   AUT01-KENGEN-FILE.
       *>
           IF   AUT-FILE-STATUS   =   "00"   THEN
                PERFORM   KENGEN-FILE-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   AUT01-KENGEN-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       KENGEN-FILE-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>操作者権限ファイルの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       KENGEN-FILE-READ-PROC              SECTION.
       *>
           READ AUT01-KENGEN-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-KENGEN-CNT  <  CST-MAX-KENGEN-KENSU THEN
                          ADD   1   TO   WRK-KENGEN-CNT
                          MOVE   AUT01-OPERATOR-ID       TO
                              WRK-KENGEN-OPERATOR(WRK-KENGEN-CNT)
                          MOVE   AUT01-HAIKI-KYOKA       TO
                              WRK-KENGEN-HAIKI(WRK-KENGEN-CNT)
                     END-IF
           END-READ.
       *>
       KENGEN-FILE-READ-PROC-EXIT.
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
       *>前回廃棄証明番号の取得（制御ファイルが無い場合はゼロから採番）
       *>----------------------------------------------------------------------------
       SHOMEI-BANGOU-GET-PROC             SECTION.
       *>
           MOVE   ZERO   TO   WRK-SHOMEI-BANGOU-SAI.
       *>
           OPEN   INPUT   CTL13-SHOMEI-FILE.
       *>
           IF   CTL-FILE-STATUS   =   "00"   THEN
                READ   CTL13-SHOMEI-FILE
                  AT       END
                           MOVE   ZERO                  TO
                                        WRK-SHOMEI-BANGOU-SAI
                  NOT   AT END
                           MOVE   CTL13-SHOMEI-BANGOU   TO
                                        WRK-SHOMEI-BANGOU-SAI
                END-READ
                CLOSE   CTL13-SHOMEI-FILE
           END-IF.
       *>
       SHOMEI-BANGOU-GET-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>今回までの廃棄証明番号を制御ファイルへ保存し、次回実行へ引き継ぐ処理
       *>----------------------------------------------------------------------------
       SHOMEI-BANGOU-SAVE-PROC            SECTION.
       *>
           OPEN   OUTPUT   CTL13-SHOMEI-FILE.
       *>
           MOVE   WRK-SHOMEI-BANGOU-SAI   TO   CTL13-SHOMEI-BANGOU.
       *>
           WRITE   CTL13-RECODE.
       *>
           CLOSE   CTL13-SHOMEI-FILE.
       *>
       SHOMEI-BANGOU-SAVE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>[入力]在庫廃棄トランザクションファイルの読み込み
       *>----------------------------------------------------------------------------
       TRN-FILE-READ-PROC                 SECTION.
       *>
           READ   HKT01-HAIKI-TRN
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
