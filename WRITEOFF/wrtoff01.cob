       *>----------------------------------------------------------------------------
       *>貸倒償却処理
       *>  貸倒償却トランザクション（KDT01：顧客番号・請求年月・償却額・
       *>  理由・承認者）を読み、承認者を操作者権限ファイル（AUTH01）の
       *>  貸倒償却許可で検証したうえで、売掛オープン明細台帳（ARO01）の
       *>  該当明細を償却額だけ消し込み、顧客マスタ（KMS01）の買掛残高を
       *>  減算する。償却仕訳は勘定科目対応マスタ（GLM01）の発生源区分
       *>  Ｗ（貸倒償却・分類"**"）で借方・貸方科目へ変換し、ＧＬ連携
       *>  ファイルと同一形式の貸倒償却仕訳ファイル（WOJ01）へ追記する
       *>  （随時実行のため、月内の複数回の実行分を月末の照合まで残す）。
       *>  償却は貸倒償却台帳ファイル（WOR01）へ追記し、実行月の全償却を
       *>  監査用の月次貸倒償却台帳（PRT56）として印刷する。
       *>  承認権限なし・顧客なし・明細なし・残高超過・理由なし・科目対応
       *>  なしのトランザクションは償却せず、却下一覧表（PRT57）へ印刷する。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        WRTOFF01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]貸倒償却トランザクションファイル
       *>----------------------------------------------------------------------------
       SELECT    KDT01-KASHIDAORE-TRN ASSIGN       TO   "KDT01.txt"
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
       *>[入出力]売掛オープン明細台帳（一括読み込みのうえ書き戻す）
       *>----------------------------------------------------------------------------
       SELECT    ARO01-URIKAKE-FILE   ASSIGN       TO   "ARO01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS ARO-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入出力]顧客マスタファイル（買掛残高を償却額だけ減算する）
       *>----------------------------------------------------------------------------
       SELECT    KMS01-KOKYAKU-MASTER ASSIGN       TO   "KMS01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE   IS DYNAMIC
                                      RECORD KEY    IS
                                            KMS01-KOKYAKU-BANGOU
                                      STATUS KMS-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]貸倒償却仕訳ファイル（ＧＬ連携ファイルと同一形式）
       *>----------------------------------------------------------------------------
       SELECT    WOJ01-SHIWAKE-FILE   ASSIGN       TO   "WOJ01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS WOJ-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入出力]貸倒償却台帳ファイル（追記・月次台帳の印刷元）
       *>----------------------------------------------------------------------------
       SELECT    WOR01-KASHIDAORE-DAICHO ASSIGN    TO   "WOR01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS WOR-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]月次貸倒償却台帳
       *>----------------------------------------------------------------------------
       SELECT    PRT01-DAICHO-RPT     ASSIGN       TO   "PRT56.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>[出力]貸倒償却却下一覧表
       *>----------------------------------------------------------------------------
       SELECT    PRT02-KYAKKA-RPT     ASSIGN       TO   "PRT57.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]貸倒償却トランザクションファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   KDT01-KASHIDAORE-TRN.
       01   KDT01-RECODE.
            03   KDT01-KOKYAKU-BANGOU         PIC 9(006).
            03   KDT01-SEIKYU-NENGETU         PIC 9(006).
            03   KDT01-SHOKYAKU-GAKU          PIC 9(009).
            03   KDT01-RIYU                   PIC X(030).
       *>   --承認者（操作者ＩＤ）--
            03   KDT01-SHONIN-SHA             PIC X(008).
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
       *>  （発生源区分Ｗ＝貸倒償却。借方は貸倒損失、貸方は売掛金の科目）
       *>----------------------------------------------------------------------------
       FD   GLM01-TAIO-MASTER.
       01   GLM01-RECODE.
            03   GLM01-GENSEN-KUBUN           PIC X(001).
            03   GLM01-BUNRUI-CODE            PIC X(002).
            03   GLM01-KARIKATA-KAMOKU        PIC X(006).
            03   GLM01-KASHIKATA-KAMOKU       PIC X(006).
       *>----------------------------------------------------------------------------
       *>[入出力]売掛オープン明細台帳のレイアウト定義（CASHAPP01と同一）
       *>----------------------------------------------------------------------------
       FD   ARO01-URIKAKE-FILE.
       01   ARO01-RECODE.
            03   ARO01-KOKYAKU-BANGOU         PIC 9(006).
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
       *>[入出力]顧客マスタファイルのレイアウト定義（KOKYAKU_UPDATE01と同一）
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
       *>[出力]貸倒償却仕訳ファイルのレイアウト定義（GLEXTR01のGLJ01と同一）
       *>  （レコード区分：Ｊ＝仕訳、Ｔ＝管理トレーラ。仕訳は借方（Ｄ）・
       *>    貸方（Ｃ）の対で書き出し、貸借は必ず釣り合う）
       *>----------------------------------------------------------------------------
       FD   WOJ01-SHIWAKE-FILE.
       01   WOJ01-RECODE.
            03   WOJ01-RECORD-KUBUN           PIC X(001).
            03   WOJ01-DENPYO-BI              PIC 9(008).
            03   WOJ01-GENSEN-KUBUN           PIC X(001).
            03   WOJ01-BUNRUI-CODE            PIC X(002).
            03   WOJ01-KAMOKU                 PIC X(006).
            03   WOJ01-TAISHAKU-KUBUN         PIC X(001).
            03   WOJ01-KINGAKU                PIC S9(010).
       *>
       *>  管理トレーラレコードの再定義
       01   WOJ01-TRAILER-RECODE.
            03   WOJ01-TR-KUBUN               PIC X(001).
            03   WOJ01-TR-DENPYO-BI           PIC 9(008).
            03   WOJ01-TR-KENSU               PIC 9(006).
            03   WOJ01-TR-KARIKATA-KEI        PIC S9(012).
            03   WOJ01-TR-KASHIKATA-KEI       PIC S9(012).
       *>----------------------------------------------------------------------------
       *>[入出力]貸倒償却台帳ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   WOR01-KASHIDAORE-DAICHO.
       01   WOR01-RECODE.
            03   WOR01-SHORI-BI               PIC 9(008).
            03   WOR01-KOKYAKU-BANGOU         PIC 9(006).
            03   WOR01-SEIKYU-NENGETU         PIC 9(006).
            03   WOR01-SHOKYAKU-GAKU          PIC 9(009).
            03   WOR01-RIYU                   PIC X(030).
            03   WOR01-SHONIN-SHA             PIC X(008).
            03   WOR01-KARIKATA-KAMOKU        PIC X(006).
            03   WOR01-KASHIKATA-KAMOKU       PIC X(006).
       *>----------------------------------------------------------------------------
       *>[出力]月次貸倒償却台帳のレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT01-DAICHO-RPT.
       01   PRT01-RECODE                      PIC X(120).
       *>----------------------------------------------------------------------------
       *>[出力]貸倒償却却下一覧表のレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT02-KYAKKA-RPT.
       01   PRT02-RECODE                      PIC X(120).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
       *>
       *>--手続き部で「MAIN-PROC」を終了させる際の定数となる--
       77   CST-END                           PIC X(004) VALUE "END".
       *>
       *>--勘定科目対応マスタの発生源区分（貸倒償却）--
       77   CST-GENSEN-KASHIDAORE             PIC X(001) VALUE "W".
       *>
       01   WRK-WORK-AREA.
            03   WRK-AT-END                   PIC X(004).
            *>--トランザクション読み込み件数・償却件数・却下件数--
            03   WRK-IN-COUNT                 PIC 9(006).
            03   WRK-OUT-COUNT                PIC 9(006).
            03   WRK-ERROR-COUNT              PIC 9(006).
            *>--仕訳件数・借方合計・貸方合計（管理トレーラ用）--
            03   WRK-SHIWAKE-COUNT            PIC 9(006).
            03   WRK-KARIKATA-KEI             PIC S9(012).
            03   WRK-KASHIKATA-KEI            PIC S9(012).
            *>--償却対象明細の未回収残高--
            03   WRK-MEISAI-ZAN               PIC S9(010).
            03   WRK-KYAKKA-RIYU              PIC X(015).
       *>
       01   IN-FILE-STATUS                    PIC XX.
       01   AUT-FILE-STATUS                   PIC XX.
       01   GLM-FILE-STATUS                   PIC XX.
       01   ARO-FILE-STATUS                   PIC XX.
       01   KMS-FILE-STATUS                   PIC XX.
       01   WOJ-FILE-STATUS                   PIC XX.
       01   WOR-FILE-STATUS                   PIC XX.
       *>
       *>--操作者権限の一括読み込み用テーブル（線形検索用）--
       77   CST-MAX-KENGEN-KENSU              PIC 9(003) VALUE 999.
       01   WRK-KENGEN-TBL.
            03   WRK-KENGEN-ENT                   OCCURS 999.
                 05   WRK-KENGEN-OPERATOR         PIC X(008).
                 05   WRK-KENGEN-KASHIDAORE       PIC X(001).
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
       *>--売掛オープン明細の一括読み込み用テーブル（書き戻し用）--
       77   CST-MAX-URIKAKE-KENSU             PIC 9(004) VALUE 9999.
       01   WRK-URIKAKE-TBL.
            03   WRK-URIKAKE-ENT                  OCCURS 9999.
                 05   WRK-URI-KOKYAKU             PIC 9(006).
                 05   WRK-URI-NENGETU             PIC 9(006).
                 05   WRK-URI-SEIKYU-GAKU         PIC S9(010).
                 05   WRK-URI-NYUKIN-GAKU         PIC S9(010).
                 05   WRK-URI-KIJITSU             PIC 9(008).
                 05   WRK-URI-TSUKA-CODE          PIC X(003).
                 05   WRK-URI-KAWASE-RATE         PIC 9(003)V9(004).
                 05   WRK-URI-GAIKA-SEIKYU        PIC S9(010)V99.
                 05   WRK-URI-GAIKA-NYUKIN        PIC S9(010)V99.
       01   WRK-URIKAKE-CNT                   PIC 9(004).
       01   WRK-URIKAKE-IDX                   PIC 9(004).
       01   WRK-URIKAKE-HIT-IDX               PIC 9(004).
       01   WRK-URIKAKE-MITUKE-SW             PIC X(001).
            88   WRK-URIKAKE-MITUKE           VALUE "Y".
       *>
       *>--月次台帳の集計（実行月の償却件数・償却額合計）--
       01   WRK-DAICHO-KENSU                  PIC 9(006).
       01   WRK-DAICHO-GOKEI                  PIC 9(011).
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "WRTOFF01".
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
       *>印刷用パーツ定義（月次貸倒償却台帳）
       *>----------------------------------------------------------------------------
       01   HD01-MIDASHI-1.
            03   FILLER                       PIC X(030)
                               VALUE "月次貸倒償却台帳".
            03   FILLER                       PIC X(018)
                                 VALUE "対象年月：".
            03   HD01-NEN                     PIC 9(004).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD01-GETU                    PIC 9(002).
       *>
       01   HD02-KOMOKU.
            03   FILLER                       PIC X(012)
                                 VALUE "処理日".
            03   FILLER                       PIC X(010)
                                 VALUE "顧客".
            03   FILLER                       PIC X(022)
                                 VALUE "顧客名".
            03   FILLER                       PIC X(014)
                                 VALUE "請求年月".
            03   FILLER                       PIC X(016)
                                 VALUE "償却額".
            03   FILLER                       PIC X(032)
                                 VALUE "理由".
            03   FILLER                       PIC X(010)
                                 VALUE "承認者".
       *>
       01   HD03-MEISAI-LINE.
            03   HD03-SHORI-BI                PIC 9999/99/99.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-KOKYAKU-BANGOU          PIC ZZZZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-KOKYAKU-MEI             PIC X(020).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-SEIKYU-NENGETU          PIC 9999/99.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-SHOKYAKU-GAKU           PIC ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-RIYU                    PIC X(030).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-SHONIN-SHA              PIC X(008).
       *>
       01   HD04-GOKEI-LINE.
            03   FILLER                       PIC X(021)
                                 VALUE "当月償却件数：".
            03   HD04-KENSU                   PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(006) VALUE SPACE.
            03   FILLER                       PIC X(021)
                                 VALUE "当月償却額計：".
            03   HD04-GOKEI                   PIC ZZ,ZZZ,ZZZ,ZZ9.
       *>----------------------------------------------------------------------------
       *>印刷用パーツ定義（貸倒償却却下一覧表）
       *>----------------------------------------------------------------------------
       01   HD11-MIDASHI-1.
            03   FILLER                       PIC X(030)
                               VALUE "貸倒償却却下一覧表".
            03   FILLER                       PIC X(012)
                                 VALUE "実行日：".
            03   HD11-NEN                     PIC 9(004).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD11-GETU                    PIC 9(002).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD11-HI                      PIC 9(002).
       *>
       01   HD12-KYAKKA-LINE.
            03   FILLER                       PIC X(012)
                                 VALUE "顧客：".
            03   HD12-KOKYAKU-BANGOU          PIC ZZZZZ9.
            03   FILLER                       PIC X(018)
                                 VALUE "　請求年月：".
            03   HD12-SEIKYU-NENGETU          PIC 9999/99.
            03   FILLER                       PIC X(015)
                                 VALUE "　償却額：".
            03   HD12-SHOKYAKU-GAKU           PIC ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(015)
                                 VALUE "　承認者：".
            03   HD12-SHONIN-SHA              PIC X(008).
            03   FILLER                       PIC X(012)
                                 VALUE "　理由：".
            03   HD12-KYAKKA-RIYU             PIC X(015).
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "WRTOFF01の出力結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "貸倒償却件数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "却下件数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       *>--入出力異常発生時に表示するメッセージ--
       01   MS9-MESSAGE-AREA.
            03   FILLER                       PIC X(044)
                  VALUE "KDT01-KASHIDAORE-TRN入出力異常 STATUS=".
            03   MSG9-STATUS                  PIC X(002).
       *>
       *>--退避テーブルあふれ時に表示するメッセージ--
       01   MSA-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                   VALUE "退避テーブルあふれ（中止）".
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
           MOVE   ZERO       TO   WRK-URIKAKE-CNT.
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
       *>
       *>  実行日の取得
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           MOVE     WRK-RUN-DATE   TO     WRK-RUN-DATE-H.
       *>
       *>  操作者権限・勘定科目対応・売掛オープン明細の一括読み込み
           PERFORM   KENGEN-FILE-LOAD-PROC.
           PERFORM   TAIO-MASTER-LOAD-PROC.
           PERFORM   URIKAKE-LOAD-PROC.
       *>
       *>ファイルのオープン
           OPEN   INPUT    KDT01-KASHIDAORE-TRN
                  I-O      KMS01-KOKYAKU-MASTER
                  OUTPUT   PRT02-KYAKKA-RPT.
       *>
       *>  貸倒償却仕訳ファイルは追記モードでオープン（初回は新規作成）
           OPEN   EXTEND   WOJ01-SHIWAKE-FILE.
           IF   WOJ-FILE-STATUS   =   "35"   THEN
                OPEN   OUTPUT   WOJ01-SHIWAKE-FILE
           END-IF.
       *>
       *>  貸倒償却台帳は追記モードでオープン（初回は新規作成）
           OPEN   EXTEND   WOR01-KASHIDAORE-DAICHO.
           IF   WOR-FILE-STATUS   =   "35"   THEN
                OPEN   OUTPUT   WOR01-KASHIDAORE-DAICHO
           END-IF.
       *>
       *>  却下一覧表の見出しの印刷
           MOVE   WRK-RUN-NEN    TO   HD11-NEN.
           MOVE   WRK-RUN-GETU   TO   HD11-GETU.
           MOVE   WRK-RUN-HI     TO   HD11-HI.
           MOVE   SPACE          TO   PRT02-RECODE.
           WRITE  PRT02-RECODE   FROM   HD11-MIDASHI-1.
       *>
       *>貸倒償却トランザクションファイルの読み込み
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
           MOVE   SPACE               TO   WOJ01-TRAILER-RECODE.
           MOVE   "T"                 TO   WOJ01-TR-KUBUN.
           MOVE   WRK-RUN-DATE        TO   WOJ01-TR-DENPYO-BI.
           MOVE   WRK-SHIWAKE-COUNT   TO   WOJ01-TR-KENSU.
           MOVE   WRK-KARIKATA-KEI    TO   WOJ01-TR-KARIKATA-KEI.
           MOVE   WRK-KASHIKATA-KEI   TO   WOJ01-TR-KASHIKATA-KEI.
           WRITE  WOJ01-TRAILER-RECODE.
       *>
       *>  更新後台帳の書き出し（未回収残のある明細のみ引き継ぐ）
           PERFORM   URIKAKE-SAVE-PROC.
       *>
       *>ファイルのクローズ
           CLOSE   KDT01-KASHIDAORE-TRN
                   WOJ01-SHIWAKE-FILE
                   WOR01-KASHIDAORE-DAICHO
                   PRT02-KYAKKA-RPT.
       *>
       *>  月次貸倒償却台帳の印刷（今回分を含む実行月の全償却）
           PERFORM   DAICHO-PRINT-PROC.
       *>
           CLOSE   KMS01-KOKYAKU-MASTER.
       *>
       *>償却件数・却下件数の表示
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
       *>主処理（貸倒償却トランザクション１件ごとの検証と償却）
       *>----------------------------------------------------------------------------
       MAIN-PROC                          SECTION.
       *>
           ADD   1   TO   WRK-IN-COUNT.
       *>
       *>  承認者の貸倒償却許可の確認
           PERFORM   SHONIN-KENGEN-CHECK-PROC.
           IF   NOT   WRK-SHONIN-KANOU   THEN
                MOVE   "KENGEN-NASHI"    TO   WRK-KYAKKA-RIYU
                PERFORM   KYAKKA-LINE-WRITE-PROC
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
       *>  償却理由・償却額の確認
           IF   KDT01-RIYU   =   SPACE   THEN
                MOVE   "RIYU-NASHI"      TO   WRK-KYAKKA-RIYU
                PERFORM   KYAKKA-LINE-WRITE-PROC
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
           IF   KDT01-SHOKYAKU-GAKU   NOT NUMERIC
           OR   KDT01-SHOKYAKU-GAKU   =   ZERO   THEN
                MOVE   "KINGAKU-FUSEI"   TO   WRK-KYAKKA-RIYU
                PERFORM   KYAKKA-LINE-WRITE-PROC
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
       *>  顧客マスタのキー検索
           MOVE   KDT01-KOKYAKU-BANGOU   TO   KMS01-KOKYAKU-BANGOU.
           READ   KMS01-KOKYAKU-MASTER
               INVALID     KEY
                     MOVE   "KOKYAKU-NASHI"   TO   WRK-KYAKKA-RIYU
                     PERFORM   KYAKKA-LINE-WRITE-PROC
                     GO   TO   MAIN-PROC-READ
           END-READ.
       *>
       *>  償却対象のオープン明細の検索（未回収残を超える償却は不可）
           MOVE   SPACE   TO   WRK-URIKAKE-MITUKE-SW.
           PERFORM   URIKAKE-TBL-CHECK-PROC
                    VARYING   WRK-URIKAKE-IDX   FROM   1   BY   1
                    UNTIL   WRK-URIKAKE-IDX   >   WRK-URIKAKE-CNT
                    OR      WRK-URIKAKE-MITUKE.
       *>
           IF   NOT   WRK-URIKAKE-MITUKE   THEN
                MOVE   "MEISAI-NASHI"    TO   WRK-KYAKKA-RIYU
                PERFORM   KYAKKA-LINE-WRITE-PROC
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
           COMPUTE   WRK-MEISAI-ZAN   =
                     WRK-URI-SEIKYU-GAKU(WRK-URIKAKE-HIT-IDX)
                     -   WRK-URI-NYUKIN-GAKU(WRK-URIKAKE-HIT-IDX).
           IF   KDT01-SHOKYAKU-GAKU   >   WRK-MEISAI-ZAN   THEN
                MOVE   "ZANDAKA-CHOKA"   TO   WRK-KYAKKA-RIYU
                PERFORM   KYAKKA-LINE-WRITE-PROC
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
       *>  償却仕訳の勘定科目の検索（貸倒償却の登録が無ければ償却不可）
           PERFORM   TAIO-SANSHO-PROC.
           IF   NOT   WRK-TAIO-MITUKE   THEN
                MOVE   "KAMOKU-NASHI"    TO   WRK-KYAKKA-RIYU
                PERFORM   KYAKKA-LINE-WRITE-PROC
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
       *>  オープン明細の消し込み（償却額を入金済み額へ加算する）
           ADD   KDT01-SHOKYAKU-GAKU   TO
                 WRK-URI-NYUKIN-GAKU(WRK-URIKAKE-HIT-IDX).
       *>
       *>  外貨建ての明細は償却額を請求時レートで換算して外貨入金額へも
       *>  加算する（外貨請求額を上限とする）
           IF   WRK-URI-KAWASE-RATE(WRK-URIKAKE-HIT-IDX)   IS   NUMERIC
           AND  WRK-URI-KAWASE-RATE(WRK-URIKAKE-HIT-IDX)   >   ZERO
           THEN
                PERFORM   GAIKA-SHOKYAKU-PROC
           END-IF.
       *>
       *>  買掛残高の減算（残高を下回らない範囲で減算する）
           IF   KDT01-SHOKYAKU-GAKU   <=   KMS01-KAIKAKE-ZANDAKA   THEN
                SUBTRACT   KDT01-SHOKYAKU-GAKU   FROM
                           KMS01-KAIKAKE-ZANDAKA
           ELSE
                MOVE   ZERO   TO   KMS01-KAIKAKE-ZANDAKA
           END-IF.
           REWRITE   KMS01-RECODE.
       *>
       *>  償却仕訳・貸倒償却台帳の書き出し
           PERFORM   SHIWAKE-WRITE-PROC.
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
       *>承認者の貸倒償却許可の確認（権限テーブルの線形検索）
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
                                       =   KDT01-SHONIN-SHA
           AND  WRK-KENGEN-KASHIDAORE(WRK-KENGEN-IDX)   =   "1"   THEN
                MOVE   "Y"   TO   WRK-SHONIN-KANOU-SW
           END-IF.
       *>
       KENGEN-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>売掛オープン明細テーブルの突合チェック（１件分・顧客×請求年月）
       *>----------------------------------------------------------------------------
       URIKAKE-TBL-CHECK-PROC             SECTION.
       *>
           IF   WRK-URI-KOKYAKU(WRK-URIKAKE-IDX)
                                   =   KDT01-KOKYAKU-BANGOU
           AND  WRK-URI-NENGETU(WRK-URIKAKE-IDX)
                                   =   KDT01-SEIKYU-NENGETU
           AND  WRK-URI-SEIKYU-GAKU(WRK-URIKAKE-IDX)   >
                WRK-URI-NYUKIN-GAKU(WRK-URIKAKE-IDX)   THEN
                MOVE   "Y"               TO   WRK-URIKAKE-MITUKE-SW
                MOVE   WRK-URIKAKE-IDX   TO   WRK-URIKAKE-HIT-IDX
           END-IF.
       *>
       URIKAKE-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>勘定科目対応の検索（発生源区分Ｗ・分類"**"の登録）
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
       TAIO-SANSHO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>勘定科目対応テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       TAIO-TBL-CHECK-PROC               SECTION.
       *>
           IF   WRK-TAIO-GENSEN(WRK-TAIO-IDX) = CST-GENSEN-KASHIDAORE
           AND  WRK-TAIO-BUNRUI(WRK-TAIO-IDX) = "**"   THEN
                MOVE   "Y"            TO   WRK-TAIO-MITUKE-SW
                MOVE   WRK-TAIO-IDX   TO   WRK-TAIO-HIT-IDX
           END-IF.
       *>
       TAIO-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>償却仕訳の書き出し（借方：貸倒損失、貸方：売掛金の対）
       *>----------------------------------------------------------------------------
       SHIWAKE-WRITE-PROC                SECTION.
       *>
       *>  借方仕訳の書き出し
           MOVE   SPACE                  TO   WOJ01-RECODE.
           MOVE   "J"                    TO   WOJ01-RECORD-KUBUN.
           MOVE   WRK-RUN-DATE           TO   WOJ01-DENPYO-BI.
           MOVE   CST-GENSEN-KASHIDAORE  TO   WOJ01-GENSEN-KUBUN.
           MOVE   "**"                   TO   WOJ01-BUNRUI-CODE.
           MOVE   WRK-TAIO-KARIKATA(WRK-TAIO-HIT-IDX)   TO
                  WOJ01-KAMOKU.
           MOVE   "D"                    TO   WOJ01-TAISHAKU-KUBUN.
           MOVE   KDT01-SHOKYAKU-GAKU    TO   WOJ01-KINGAKU.
           WRITE  WOJ01-RECODE.
           ADD    1                      TO   WRK-SHIWAKE-COUNT.
           ADD    KDT01-SHOKYAKU-GAKU    TO   WRK-KARIKATA-KEI.
       *>
       *>  貸方仕訳の書き出し（同額で貸借を釣り合わせる）
           MOVE   WRK-TAIO-KASHIKATA(WRK-TAIO-HIT-IDX)  TO
                  WOJ01-KAMOKU.
           MOVE   "C"                    TO   WOJ01-TAISHAKU-KUBUN.
           WRITE  WOJ01-RECODE.
           ADD    1                      TO   WRK-SHIWAKE-COUNT.
           ADD    KDT01-SHOKYAKU-GAKU    TO   WRK-KASHIKATA-KEI.
       *>
       SHIWAKE-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>貸倒償却台帳への追記（１件分）
       *>----------------------------------------------------------------------------
       DAICHO-WRITE-PROC                 SECTION.
       *>
           MOVE   WRK-RUN-DATE            TO   WOR01-SHORI-BI.
           MOVE   KDT01-KOKYAKU-BANGOU    TO   WOR01-KOKYAKU-BANGOU.
           MOVE   KDT01-SEIKYU-NENGETU    TO   WOR01-SEIKYU-NENGETU.
           MOVE   KDT01-SHOKYAKU-GAKU     TO   WOR01-SHOKYAKU-GAKU.
           MOVE   KDT01-RIYU              TO   WOR01-RIYU.
           MOVE   KDT01-SHONIN-SHA        TO   WOR01-SHONIN-SHA.
           MOVE   WRK-TAIO-KARIKATA(WRK-TAIO-HIT-IDX)   TO
                  WOR01-KARIKATA-KAMOKU.
           MOVE   WRK-TAIO-KASHIKATA(WRK-TAIO-HIT-IDX)  TO
                  WOR01-KASHIKATA-KAMOKU.
           WRITE  WOR01-RECODE.
       *>
       DAICHO-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>却下一覧表の行の編集・印刷処理（１件分）
       *>----------------------------------------------------------------------------
       KYAKKA-LINE-WRITE-PROC             SECTION.
       *>
           MOVE   KDT01-KOKYAKU-BANGOU   TO   HD12-KOKYAKU-BANGOU.
           MOVE   KDT01-SEIKYU-NENGETU   TO   HD12-SEIKYU-NENGETU.
           IF   KDT01-SHOKYAKU-GAKU   IS   NUMERIC   THEN
                MOVE   KDT01-SHOKYAKU-GAKU   TO   HD12-SHOKYAKU-GAKU
           ELSE
                MOVE   ZERO                  TO   HD12-SHOKYAKU-GAKU
           END-IF.
           MOVE   KDT01-SHONIN-SHA       TO   HD12-SHONIN-SHA.
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
       *>月次貸倒償却台帳の印刷（貸倒償却台帳から実行月の償却を抜き出す）
       *>----------------------------------------------------------------------------
       DAICHO-PRINT-PROC                 SECTION.
       *>
           MOVE   ZERO    TO   WRK-DAICHO-KENSU.
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
           OPEN   INPUT   WOR01-KASHIDAORE-DAICHO.
       *>
           IF   WOR-FILE-STATUS   =   "00"   THEN
                PERFORM   DAICHO-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   WOR01-KASHIDAORE-DAICHO
           END-IF.
       *>
           MOVE   WRK-DAICHO-KENSU   TO   HD04-KENSU.
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
       *>貸倒償却台帳の読み込みと月次台帳の明細印刷（１件分・実行月のみ）
       *>----------------------------------------------------------------------------
       DAICHO-READ-PROC                  SECTION.
       *>
           READ WOR01-KASHIDAORE-DAICHO
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
                     GO   TO   DAICHO-READ-PROC-EXIT
           END-READ.
       *>
           IF   WOR01-SHORI-BI(1:6)   NOT =   WRK-RUN-DATE(1:6)   THEN
                GO   TO   DAICHO-READ-PROC-EXIT
           END-IF.
       *>
       *>  顧客名の引き当て（マスタに無い顧客は空白で印刷する）
           MOVE   WOR01-KOKYAKU-BANGOU   TO   KMS01-KOKYAKU-BANGOU.
           READ   KMS01-KOKYAKU-MASTER
               INVALID     KEY
                     MOVE   SPACE   TO   KMS01-KOKYAKU-MEI
           END-READ.
       *>
           MOVE   WOR01-SHORI-BI         TO   HD03-SHORI-BI.
           MOVE   WOR01-KOKYAKU-BANGOU   TO   HD03-KOKYAKU-BANGOU.
           MOVE   KMS01-KOKYAKU-MEI      TO   HD03-KOKYAKU-MEI.
           MOVE   WOR01-SEIKYU-NENGETU   TO   HD03-SEIKYU-NENGETU.
           MOVE   WOR01-SHOKYAKU-GAKU    TO   HD03-SHOKYAKU-GAKU.
           MOVE   WOR01-RIYU             TO   HD03-RIYU.
           MOVE   WOR01-SHONIN-SHA       TO   HD03-SHONIN-SHA.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD03-MEISAI-LINE.
       *>
           ADD    1                     TO   WRK-DAICHO-KENSU.
           ADD    WOR01-SHOKYAKU-GAKU   TO   WRK-DAICHO-GOKEI.
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
                          MOVE   AUT01-KASHIDAORE-KYOKA  TO
                              WRK-KENGEN-KASHIDAORE(WRK-KENGEN-CNT)
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
       *>売掛オープン明細台帳の一括読み込み（テーブルへ格納・書き戻し用）
       *>  台帳ファイルが無い場合は空のまま開始する（償却対象なし）
       *>----------------------------------------------------------------------------
       URIKAKE-LOAD-PROC                  SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   ARO01-URIKAKE-FILE.
       *>
           IF   ARO-FILE-STATUS   =   "00"   THEN
                PERFORM   URIKAKE-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   ARO01-URIKAKE-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       URIKAKE-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>売掛オープン明細台帳の読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       URIKAKE-READ-PROC                  SECTION.
       *>
           READ ARO01-URIKAKE-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF  WRK-URIKAKE-CNT < CST-MAX-URIKAKE-KENSU THEN
                          ADD   1   TO   WRK-URIKAKE-CNT
                          MOVE   ARO01-KOKYAKU-BANGOU   TO
                              WRK-URI-KOKYAKU(WRK-URIKAKE-CNT)
                          MOVE   ARO01-SEIKYU-NENGETU   TO
                              WRK-URI-NENGETU(WRK-URIKAKE-CNT)
                          MOVE   ARO01-SEIKYU-GAKU      TO
                              WRK-URI-SEIKYU-GAKU(WRK-URIKAKE-CNT)
                          MOVE   ARO01-NYUKIN-GAKU      TO
                              WRK-URI-NYUKIN-GAKU(WRK-URIKAKE-CNT)
                          MOVE   ARO01-SHIHARAI-KIJITSU TO
                              WRK-URI-KIJITSU(WRK-URIKAKE-CNT)
                          MOVE   ARO01-TSUKA-CODE       TO
                              WRK-URI-TSUKA-CODE(WRK-URIKAKE-CNT)
                          MOVE   ARO01-KAWASE-RATE      TO
                              WRK-URI-KAWASE-RATE(WRK-URIKAKE-CNT)
                          MOVE   ARO01-GAIKA-SEIKYU-GAKU TO
                              WRK-URI-GAIKA-SEIKYU(WRK-URIKAKE-CNT)
                          MOVE   ARO01-GAIKA-NYUKIN-GAKU TO
                              WRK-URI-GAIKA-NYUKIN(WRK-URIKAKE-CNT)
                     ELSE
                          PERFORM   TBL-OVER-ABORT-PROC
                     END-IF
           END-READ.
       *>
       URIKAKE-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>更新後台帳の書き出し（未回収残のある明細のみ引き継ぐ）
       *>----------------------------------------------------------------------------
       URIKAKE-SAVE-PROC                  SECTION.
       *>
           OPEN   OUTPUT   ARO01-URIKAKE-FILE.
       *>
           PERFORM   URIKAKE-WRITE-PROC
                    VARYING   WRK-URIKAKE-IDX   FROM   1   BY   1
                    UNTIL   WRK-URIKAKE-IDX   >   WRK-URIKAKE-CNT.
       *>
           CLOSE   ARO01-URIKAKE-FILE.
       *>
       URIKAKE-SAVE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>外貨建て明細の外貨入金額への償却額の反映
       *>  円の償却で明細が完済となる場合は外貨請求額の全額を入金済みとする
       *>----------------------------------------------------------------------------
       GAIKA-SHOKYAKU-PROC                SECTION.
       *>
           IF   WRK-URI-NYUKIN-GAKU(WRK-URIKAKE-HIT-IDX)   >=
                WRK-URI-SEIKYU-GAKU(WRK-URIKAKE-HIT-IDX)   THEN
                MOVE   WRK-URI-GAIKA-SEIKYU(WRK-URIKAKE-HIT-IDX)   TO
                       WRK-URI-GAIKA-NYUKIN(WRK-URIKAKE-HIT-IDX)
                GO   TO   GAIKA-SHOKYAKU-PROC-EXIT
           END-IF.
       *>
           COMPUTE   WRK-URI-GAIKA-NYUKIN(WRK-URIKAKE-HIT-IDX)
                     ROUNDED   =
                     WRK-URI-GAIKA-NYUKIN(WRK-URIKAKE-HIT-IDX)
                     +   KDT01-SHOKYAKU-GAKU
                     /   WRK-URI-KAWASE-RATE(WRK-URIKAKE-HIT-IDX).
           IF   WRK-URI-GAIKA-NYUKIN(WRK-URIKAKE-HIT-IDX)   >
                WRK-URI-GAIKA-SEIKYU(WRK-URIKAKE-HIT-IDX)   THEN
                MOVE   WRK-URI-GAIKA-SEIKYU(WRK-URIKAKE-HIT-IDX)   TO
                       WRK-URI-GAIKA-NYUKIN(WRK-URIKAKE-HIT-IDX)
           END-IF.
       *>
       GAIKA-SHOKYAKU-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>更新後台帳の書き込み（１件分・未回収残のある明細のみ）
       *>----------------------------------------------------------------------------
       URIKAKE-WRITE-PROC                 SECTION.
       *>
           IF   WRK-URI-SEIKYU-GAKU(WRK-URIKAKE-IDX)   <=
                WRK-URI-NYUKIN-GAKU(WRK-URIKAKE-IDX)   THEN
                GO   TO   URIKAKE-WRITE-PROC-EXIT
           END-IF.
       *>
           MOVE   WRK-URI-KOKYAKU(WRK-URIKAKE-IDX)       TO
                  ARO01-KOKYAKU-BANGOU.
           MOVE   WRK-URI-NENGETU(WRK-URIKAKE-IDX)       TO
                  ARO01-SEIKYU-NENGETU.
           MOVE   WRK-URI-SEIKYU-GAKU(WRK-URIKAKE-IDX)   TO
                  ARO01-SEIKYU-GAKU.
           MOVE   WRK-URI-NYUKIN-GAKU(WRK-URIKAKE-IDX)   TO
                  ARO01-NYUKIN-GAKU.
           MOVE   WRK-URI-KIJITSU(WRK-URIKAKE-IDX)       TO
                  ARO01-SHIHARAI-KIJITSU.
           MOVE   WRK-URI-TSUKA-CODE(WRK-URIKAKE-IDX)    TO
                  ARO01-TSUKA-CODE.
           MOVE   WRK-URI-KAWASE-RATE(WRK-URIKAKE-IDX)   TO
                  ARO01-KAWASE-RATE.
           MOVE   WRK-URI-GAIKA-SEIKYU(WRK-URIKAKE-IDX)  TO
                  ARO01-GAIKA-SEIKYU-GAKU.
           MOVE   WRK-URI-GAIKA-NYUKIN(WRK-URIKAKE-IDX)  TO
                  ARO01-GAIKA-NYUKIN-GAKU.
       *>
           WRITE   ARO01-RECODE.
       *>
       URIKAKE-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>[入力]貸倒償却トランザクションファイルの読み込み
       *>----------------------------------------------------------------------------
       TRN-FILE-READ-PROC                 SECTION.
       *>
           READ   KDT01-KASHIDAORE-TRN
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
       *>----------------------------------------------------------------------------
       *>退避テーブルあふれ時の処理（異常終了）
       *>----------------------------------------------------------------------------
       TBL-OVER-ABORT-PROC                SECTION.
       *>
           DISPLAY   MSA-MESSAGE-AREA   UPON   CONSOLE.
           MOVE   16   TO   RETURN-CODE.
           STOP   RUN.
       *>
       TBL-OVER-ABORT-PROC-EXIT.
       *>
           EXIT.
