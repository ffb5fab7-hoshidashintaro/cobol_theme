       *>----------------------------------------------------------------------------
       *>督促状発行処理
       *>  売掛オープン明細台帳（ARO01・CASHAPP01が書き出す）を顧客番号・
       *>  請求年月順に整列し、顧客ごとに支払期日を過ぎた未回収明細を
       *>  集める。最も古い延滞明細の経過日数（支払期日からの日数。期日の
       *>  無い明細は請求月の初日から）が各段階の日数（共通実行パラメータ
       *>  DAI1-NISSU・DAI2-NISSU・DAI3-NISSU、既定値３０・６０・９０日）に
       *>  達した顧客へ、第一回（お支払いのお願い）・第二回（再通知）・
       *>  最終督促（与信保留の予告付き）の督促状を請求月別の延滞額一覧を
       *>  添えて印刷する。宛先は顧客マスタ（KMS01）より引き当てる。
       *>  顧客ごとに最後に送付した段階と送付日は督促履歴ファイル（DUH01）に
       *>  記録し、送付済みの段階以下の督促状は再発行しない（段階が上がった
       *>  ときのみ次の督促状を発行する）。延滞が解消した顧客の履歴は
       *>  削除し、次に延滞したときは第一回から督促する。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        DUNNING01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]売掛オープン明細台帳（CASHAPP01の出力）
       *>----------------------------------------------------------------------------
       SELECT    ARO01-URIKAKE-FILE   ASSIGN       TO   "ARO01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS IN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>顧客番号・請求年月順整列用のソート作業ファイル
       *>----------------------------------------------------------------------------
       SELECT    ST-URIKAKE-FILE      ASSIGN       TO   "ST".
       *>----------------------------------------------------------------------------
       *>[入力]顧客マスタファイル（督促状の宛先の参照）
       *>----------------------------------------------------------------------------
       SELECT    KMS01-KOKYAKU-MASTER ASSIGN       TO   "KMS01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE   IS DYNAMIC
                                      RECORD KEY    IS
                                            KMS01-KOKYAKU-BANGOU
                                      STATUS KMS-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入出力]督促履歴ファイル（顧客ごとの最終送付段階・送付日）
       *>----------------------------------------------------------------------------
       SELECT    DUH01-TOKUSOKU-RIREKI ASSIGN      TO   "DUH01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS DUH-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]督促状
       *>----------------------------------------------------------------------------
       SELECT    PRT01-TOKUSOKU-JO    ASSIGN       TO   "PRT55.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]売掛オープン明細台帳のレイアウト定義（CASHAPP01と同一）
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
       *>ソート作業ファイルのレイアウト定義（ARO01と同一）
       *>----------------------------------------------------------------------------
       SD   ST-URIKAKE-FILE.
       01   ST-RECODE.
            03   ST-KOKYAKU-BANGOU            PIC 9(006).
            03   ST-SEIKYU-NENGETU            PIC 9(006).
            03   ST-SEIKYU-GAKU               PIC S9(010).
            03   ST-NYUKIN-GAKU               PIC S9(010).
            03   ST-SHIHARAI-KIJITSU          PIC 9(008).
            03   ST-TSUKA-CODE                PIC X(003).
            03   ST-KAWASE-RATE               PIC 9(003)V9(004).
            03   ST-GAIKA-SEIKYU-GAKU         PIC S9(010)V99.
            03   ST-GAIKA-NYUKIN-GAKU         PIC S9(010)V99.
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
       *>[入出力]督促履歴ファイルのレイアウト定義
       *>  （督促中の顧客ごとに１件。最後に送付した段階・送付日と、
       *>    そのときの最古の延滞請求月・延滞額を記録する）
       *>----------------------------------------------------------------------------
       FD   DUH01-TOKUSOKU-RIREKI.
       01   DUH01-RECODE.
            03   DUH01-KOKYAKU-BANGOU         PIC 9(006).
       *>   --最終送付段階（１＝第一回、２＝第二回、３＝最終督促）--
            03   DUH01-SAISHU-DANKAI          PIC 9(001).
            03   DUH01-SOFU-BI                PIC 9(008).
            03   DUH01-SAIKO-NENGETU          PIC 9(006).
            03   DUH01-ENTAI-GAKU             PIC S9(010).
       *>----------------------------------------------------------------------------
       *>[出力]督促状のレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT01-TOKUSOKU-JO.
       01   PRT01-RECODE                      PIC X(100).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
       *>
       *>--手続き部で「MAIN-PROC」を終了させる際の定数となる--
       77   CST-END                           PIC X(004) VALUE "END".
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
       01   WRK-WORK-AREA.
            03   WRK-AT-END                   PIC X(004).
            *>--明細読み込み件数・督促状発行数・宛先不明件数--
            03   WRK-IN-COUNT                 PIC 9(006).
            03   WRK-OUT-COUNT                PIC 9(006).
            03   WRK-ERROR-COUNT              PIC 9(006).
            *>--送付済みのため発行を見送った顧客数--
            03   WRK-SOFU-ZUMI-COUNT          PIC 9(006).
            *>--段階別の発行数--
            03   WRK-DANKAI-COUNT             PIC 9(006)
                                                    OCCURS 3.
            *>--未回収残高--
            03   WRK-MIKAISHU-ZAN             PIC S9(010).
       *>
       01   IN-FILE-STATUS                    PIC XX.
       01   KMS-FILE-STATUS                   PIC XX.
       01   DUH-FILE-STATUS                   PIC XX.
       *>
       *>--督促段階の経過日数（共通実行パラメータで指定する）--
       01   WRK-DAI1-NISSU                    PIC 9(003) VALUE 30.
       01   WRK-DAI2-NISSU                    PIC 9(003) VALUE 60.
       01   WRK-DAI3-NISSU                    PIC 9(003) VALUE 90.
       *>
       *>--共通実行パラメータ取得用（PRMGET01呼び出し）--
       01   WRK-PRM-JOB-NAME                  PIC X(010)
                                        VALUE "DUNNING01".
       01   WRK-PRM-PARM-MEI                  PIC X(010).
       01   WRK-PRM-PARM-ATAI                 PIC X(021).
       01   WRK-PRM-MITUKE-FLG                PIC X(001).
       *>
       *>--前レコードの集計キー（顧客番号）保存用--
       01   KEY-KOKYAKU-BANGOU                PIC 9(006).
       *>
       *>--顧客ごとの延滞明細の退避テーブル（督促状の延滞額一覧用）--
       77   CST-MAX-ENTAI-KENSU               PIC 9(003) VALUE 999.
       01   WRK-ENTAI-TBL.
            03   WRK-ENTAI-ENT                    OCCURS 999.
                 05   WRK-ENT-NENGETU             PIC 9(006).
                 05   WRK-ENT-KIJITSU             PIC 9(008).
                 05   WRK-ENT-SEIKYU-GAKU         PIC S9(010).
                 05   WRK-ENT-NYUKIN-GAKU         PIC S9(010).
                 05   WRK-ENT-KEIKA-NISSU         PIC 9(005).
       01   WRK-ENTAI-CNT                     PIC 9(003).
       01   WRK-ENTAI-IDX                     PIC 9(003).
       *>--顧客ごとの延滞額合計・最大経過日数・最古の延滞請求月・督促段階--
       01   WRK-ENTAI-KEI                     PIC S9(011).
       01   WRK-SAIDAI-NISSU                  PIC 9(005).
       01   WRK-SAIKO-NENGETU                 PIC 9(006).
       01   WRK-DANKAI                        PIC 9(001).
       *>
       *>--督促履歴の一括読み込み用テーブル（書き戻し用）--
       *>  （継続フラグが"Y"の顧客＝今回も督促段階にある顧客のみ書き戻す）
       77   CST-MAX-RIREKI-KENSU              PIC 9(004) VALUE 9999.
       01   WRK-RIREKI-TBL.
            03   WRK-RIREKI-ENT                   OCCURS 9999.
                 05   WRK-RRK-KOKYAKU             PIC 9(006).
                 05   WRK-RRK-DANKAI              PIC 9(001).
                 05   WRK-RRK-SOFU-BI             PIC 9(008).
                 05   WRK-RRK-SAIKO-NENGETU       PIC 9(006).
                 05   WRK-RRK-ENTAI-GAKU          PIC S9(010).
                 05   WRK-RRK-KEIZOKU             PIC X(001).
       01   WRK-RIREKI-CNT                    PIC 9(004).
       01   WRK-RIREKI-IDX                    PIC 9(004).
       01   WRK-RIREKI-HIT-IDX                PIC 9(004).
       01   WRK-RIREKI-MITUKE-SW              PIC X(001).
            88   WRK-RIREKI-MITUKE            VALUE "Y".
       *>
       *>--経過日数計算用（日付の通算日数の差で求める）--
       01   WRK-KEIKA-AREA.
            03   WRK-KEISAN-HIZUKE            PIC 9(008).
            03   WRK-KEISAN-NEN               PIC 9(004).
            03   WRK-KEISAN-GETU              PIC 9(002).
            03   WRK-KEISAN-HI                PIC 9(002).
            03   WRK-TSUZAN-NISSU             PIC 9(008).
            03   WRK-RUN-TSUZAN               PIC 9(008).
            03   WRK-KEIKA-NISSU              PIC S9(005).
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "DUNNING01".
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
       *>印刷用パーツ定義（督促状の宛先・表題）
       *>----------------------------------------------------------------------------
       01   HD01-TOKUSOKU-MIDASHI.
            03   HD01-HYODAI                  PIC X(045).
            03   FILLER                       PIC X(012)
                                 VALUE "発行日：".
            03   HD01-NEN                     PIC 9(004).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD01-GETU                    PIC 9(002).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD01-HI                      PIC 9(002).
       *>
       01   HD02-YUBIN-LINE.
            03   FILLER                       PIC X(003) VALUE "〒".
            03   HD02-YUBIN-BANGOU            PIC X(007).
       *>
       01   HD03-ZYUSHO-LINE.
            03   HD03-KOKYAKU-ZYUSHO          PIC X(040).
       *>
       01   HD04-ATENA-LINE.
            03   HD04-KOKYAKU-MEI             PIC X(020).
            03   FILLER                       PIC X(004) VALUE " 様".
            03   FILLER                       PIC X(006) VALUE SPACE.
            03   FILLER                       PIC X(015)
                                 VALUE "顧客番号：".
            03   HD04-KOKYAKU-BANGOU          PIC ZZZZZ9.
       *>
       *>--督促状の表題（段階別）--
       01   CST-HYODAI-1                      PIC X(045)
                       VALUE "お支払いのお願い".
       01   CST-HYODAI-2                      PIC X(045)
                       VALUE "お支払いのお願い（再通知）".
       01   CST-HYODAI-3                      PIC X(045)
                       VALUE "最終督促状".
       *>----------------------------------------------------------------------------
       *>印刷用パーツ定義（督促状の本文）
       *>----------------------------------------------------------------------------
       01   HDB0-AISATSU.
            03   FILLER                       PIC X(018)
                       VALUE "平素は格別の".
            03   FILLER                       PIC X(027)
                       VALUE "お引き立てを賜り、".
            03   FILLER                       PIC X(033)
                       VALUE "厚く御礼申し上げます。".
       *>
       *>--第一回（お支払いのお願い）--
       01   HDB1-HONBUN-1.
            03   FILLER                       PIC X(039)
                       VALUE "下記のご請求につきまして、".
            03   FILLER                       PIC X(018)
                       VALUE "お支払期日を".
            03   FILLER                       PIC X(027)
                       VALUE "過ぎておりますが、".
       01   HDB1-HONBUN-2.
            03   FILLER                       PIC X(024)
                       VALUE "本日現在ご入金の".
            03   FILLER                       PIC X(036)
                       VALUE "確認ができておりません。".
       01   HDB1-HONBUN-3.
            03   FILLER                       PIC X(030)
                       VALUE "ご確認のうえお支払い".
            03   FILLER                       PIC X(024)
                       VALUE "くださいますよう".
            03   FILLER                       PIC X(030)
                       VALUE "お願い申し上げます。".
       *>
       *>--第二回（再通知）--
       01   HDB2-HONBUN-1.
            03   FILLER                       PIC X(033)
                       VALUE "先般ご案内いたしました".
            03   FILLER                       PIC X(039)
                       VALUE "下記のご請求につきまして、".
       01   HDB2-HONBUN-2.
            03   FILLER                       PIC X(030)
                       VALUE "いまだご入金の確認が".
            03   FILLER                       PIC X(027)
                       VALUE "できておりません。".
       01   HDB2-HONBUN-3.
            03   FILLER                       PIC X(018)
                       VALUE "至急お支払い".
            03   FILLER                       PIC X(024)
                       VALUE "くださいますよう".
            03   FILLER                       PIC X(030)
                       VALUE "お願い申し上げます。".
       *>
       *>--最終督促（与信保留の予告）--
       01   HDB3-HONBUN-1.
            03   FILLER                       PIC X(024)
                       VALUE "再三のご案内にも".
            03   FILLER                       PIC X(018)
                       VALUE "かかわらず、".
            03   FILLER                       PIC X(036)
                       VALUE "下記のご請求につきまして".
       01   HDB3-HONBUN-2.
            03   FILLER                       PIC X(030)
                       VALUE "いまだご入金の確認が".
            03   FILLER                       PIC X(027)
                       VALUE "できておりません。".
       01   HDB3-HONBUN-3.
            03   FILLER                       PIC X(030)
                       VALUE "本状到着後７日以内に".
            03   FILLER                       PIC X(030)
                       VALUE "お支払いいただけない".
            03   FILLER                       PIC X(012)
                       VALUE "場合は、".
       01   HDB3-HONBUN-4.
            03   FILLER                       PIC X(021)
                       VALUE "与信を停止し、".
            03   FILLER                       PIC X(030)
                       VALUE "以後のご注文の出荷を".
            03   FILLER                       PIC X(036)
                       VALUE "保留させていただきます。".
       *>
       01   HDB9-MUSUBI.
            03   FILLER                       PIC X(036)
                       VALUE "なお、本状と行き違いにて".
            03   FILLER                       PIC X(030)
                       VALUE "お支払い済みの場合は".
            03   FILLER                       PIC X(024)
                       VALUE "ご容赦ください。".
       *>----------------------------------------------------------------------------
       *>印刷用パーツ定義（延滞額一覧）
       *>----------------------------------------------------------------------------
       01   HD05-MEISAI-KOMOKU.
            03   FILLER                       PIC X(014)
                                 VALUE "請求年月".
            03   FILLER                       PIC X(014)
                                 VALUE "支払期日".
            03   FILLER                       PIC X(016)
                                 VALUE "請求額".
            03   FILLER                       PIC X(016)
                                 VALUE "入金額".
            03   FILLER                       PIC X(016)
                                 VALUE "延滞額".
            03   FILLER                       PIC X(012)
                                 VALUE "経過日数".
       *>
       01   HD06-MEISAI-LINE.
            03   HD06-NENGETU                 PIC 9999/99.
            03   FILLER                       PIC X(007) VALUE SPACE.
            03   HD06-KIJITSU                 PIC 9999/99/99.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD06-SEIKYU-GAKU             PIC -Z,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD06-NYUKIN-GAKU             PIC -Z,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD06-ENTAI-GAKU              PIC -Z,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   HD06-KEIKA-NISSU             PIC ZZ,ZZ9.
       *>
       01   HD07-GOKEI-LINE.
            03   FILLER                       PIC X(060)
                                 VALUE "延滞額合計".
            03   HD07-ENTAI-KEI               PIC -ZZ,ZZZ,ZZZ,ZZ9.
       *>
       01   HD08-KUGIRI-LINE.
            03   FILLER                       PIC X(100) VALUE ALL "-".
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "DUNNING01の出力結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "督促状発行数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(021)
                                 VALUE "（第一回：".
            03   MSG2-DANKAI-1                PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(015)
                                 VALUE "　第二回：".
            03   MSG2-DANKAI-2                PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(015)
                                 VALUE "　最終：".
            03   MSG2-DANKAI-3                PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(003) VALUE "）".
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "送付済み見送り：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS4-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "宛先不明件数：".
            03   MSG4-COUNT                   PIC ZZZ,ZZ9.
       *>
       *>--入出力異常発生時に表示するメッセージ--
       01   MS9-MESSAGE-AREA.
            03   FILLER                       PIC X(046)
                  VALUE "DUH01-TOKUSOKU-RIREKI入出力異常 STATUS=".
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
       *>  売掛オープン明細を顧客番号・請求年月順に整列し、顧客ごとに判定する
           SORT   ST-URIKAKE-FILE
                  ON   ASCENDING   KEY   ST-KOKYAKU-BANGOU
                  ON   ASCENDING   KEY   ST-SEIKYU-NENGETU
              USING    ARO01-URIKAKE-FILE
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
       *>  作業領域の初期化・開始時刻の取得
           MOVE   SPACE      TO   WRK-AT-END.
           MOVE   ZERO       TO   WRK-IN-COUNT.
           MOVE   ZERO       TO   WRK-OUT-COUNT.
           MOVE   ZERO       TO   WRK-ERROR-COUNT.
           MOVE   ZERO       TO   WRK-SOFU-ZUMI-COUNT.
           MOVE   ZERO       TO   WRK-DANKAI-COUNT(1).
           MOVE   ZERO       TO   WRK-DANKAI-COUNT(2).
           MOVE   ZERO       TO   WRK-DANKAI-COUNT(3).
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
       *>
       *>  実行日の取得と通算日数への換算
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           MOVE     WRK-RUN-DATE   TO     WRK-RUN-DATE-H.
           MOVE     ZERO           TO     WRK-RUN-TSUZAN.
           MOVE     WRK-RUN-DATE   TO     WRK-KEISAN-HIZUKE.
           PERFORM  TSUZAN-NISSU-CALC-PROC.
           MOVE     WRK-TSUZAN-NISSU   TO   WRK-RUN-TSUZAN.
       *>
       *>  督促段階の経過日数の取得（共通実行パラメータ）
           PERFORM   PARM-GET-PROC.
       *>
       *>  督促履歴の一括読み込み
           PERFORM   RIREKI-LOAD-PROC.
       *>
       *>ファイルのオープン
           OPEN   INPUT    KMS01-KOKYAKU-MASTER
                  OUTPUT   PRT01-TOKUSOKU-JO.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>督促段階の経過日数の取得（共通実行パラメータ・未設定時は既定値）
       *>----------------------------------------------------------------------------
       PARM-GET-PROC                      SECTION.
       *>
           MOVE   "DAI1-NISSU"   TO   WRK-PRM-PARM-MEI.
           PERFORM   PARM-CALL-PROC.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:3)   IS   NUMERIC   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:3)   TO   WRK-DAI1-NISSU
           END-IF.
       *>
           MOVE   "DAI2-NISSU"   TO   WRK-PRM-PARM-MEI.
           PERFORM   PARM-CALL-PROC.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:3)   IS   NUMERIC   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:3)   TO   WRK-DAI2-NISSU
           END-IF.
       *>
           MOVE   "DAI3-NISSU"   TO   WRK-PRM-PARM-MEI.
           PERFORM   PARM-CALL-PROC.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:3)   IS   NUMERIC   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:3)   TO   WRK-DAI3-NISSU
           END-IF.
       *>
       PARM-GET-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>共通実行パラメータの取得（PRMGET01呼び出し・実行日基準）
       *>----------------------------------------------------------------------------
       PARM-CALL-PROC                     SECTION.
       *>
           CALL   "PRMGET01"   USING   WRK-PRM-JOB-NAME
                                        WRK-PRM-PARM-MEI
                                        WRK-RUN-DATE
                                        WRK-PRM-PARM-ATAI
                                        WRK-PRM-MITUKE-FLG.
       *>
       PARM-CALL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>終了処理
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
       *>  督促履歴の書き戻し（督促段階が継続している顧客のみ）
           PERFORM   RIREKI-SAVE-PROC.
       *>
       *>ファイルのクローズ
           CLOSE   KMS01-KOKYAKU-MASTER
                   PRT01-TOKUSOKU-JO.
       *>
       *>発行数・見送り数・宛先不明件数の表示
           MOVE   WRK-OUT-COUNT         TO   MSG2-COUNT.
           MOVE   WRK-DANKAI-COUNT(1)   TO   MSG2-DANKAI-1.
           MOVE   WRK-DANKAI-COUNT(2)   TO   MSG2-DANKAI-2.
           MOVE   WRK-DANKAI-COUNT(3)   TO   MSG2-DANKAI-3.
           MOVE   WRK-SOFU-ZUMI-COUNT   TO   MSG3-COUNT.
           MOVE   WRK-ERROR-COUNT       TO   MSG4-COUNT.
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
                                          WRK-OUT-COUNT
                                          WRK-ERROR-COUNT
                                          WRK-START-TIME.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート後主処理（顧客ごとの督促判定の制御）
       *>----------------------------------------------------------------------------
       RETURN-CONTROL-PROC               SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
       *>  データの読み込み（先読み）
           PERFORM   FILE-RETURN-PROC.
       *>
           IF   WRK-AT-END   NOT =   CST-END   THEN
                MOVE   ST-KOKYAKU-BANGOU   TO   KEY-KOKYAKU-BANGOU
                PERFORM   KOKYAKU-SHOKI-PROC
       *>
                PERFORM   MAIN-PROC
                                     UNTIL   WRK-AT-END = CST-END
       *>
       *>      最終顧客の督促判定
                PERFORM   TOKUSOKU-HANTEI-PROC
           END-IF.
       *>
       RETURN-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>主処理（オープン明細１件ごとの延滞判定と顧客別の退避）
       *>  （顧客の変わり目で前の顧客の督促判定を行う）
       *>----------------------------------------------------------------------------
       MAIN-PROC                          SECTION.
       *>
           IF   ST-KOKYAKU-BANGOU   NOT =   KEY-KOKYAKU-BANGOU   THEN
                PERFORM   TOKUSOKU-HANTEI-PROC
                MOVE   ST-KOKYAKU-BANGOU   TO   KEY-KOKYAKU-BANGOU
                PERFORM   KOKYAKU-SHOKI-PROC
           END-IF.
       *>
           ADD   1   TO   WRK-IN-COUNT.
       *>
       *>  未回収残高の計算（回収済みの明細は対象外）
           COMPUTE   WRK-MIKAISHU-ZAN   =
                     ST-SEIKYU-GAKU   -   ST-NYUKIN-GAKU.
       *>
           IF   WRK-MIKAISHU-ZAN   NOT >   ZERO   THEN
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
       *>  経過日数の計算（支払期日を起点とする。期日の無い明細は
       *>  請求月の初日を起点とする）
           IF   ST-SHIHARAI-KIJITSU   =   ZERO   THEN
                MOVE   ST-SEIKYU-NENGETU   TO   WRK-KEISAN-HIZUKE(1:6)
                MOVE   "01"                TO   WRK-KEISAN-HIZUKE(7:2)
           ELSE
                MOVE   ST-SHIHARAI-KIJITSU TO   WRK-KEISAN-HIZUKE
           END-IF.
           PERFORM   TSUZAN-NISSU-CALC-PROC.
           COMPUTE   WRK-KEIKA-NISSU   =
                     WRK-RUN-TSUZAN   -   WRK-TSUZAN-NISSU.
       *>
       *>  支払期日が未到来の明細は延滞ではない
           IF   WRK-KEIKA-NISSU   NOT >   ZERO   THEN
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
           IF   WRK-ENTAI-CNT   >=   CST-MAX-ENTAI-KENSU   THEN
                PERFORM   TBL-OVER-ABORT-PROC
           END-IF.
       *>
           ADD    1                      TO   WRK-ENTAI-CNT.
           MOVE   ST-SEIKYU-NENGETU      TO
                  WRK-ENT-NENGETU(WRK-ENTAI-CNT).
           MOVE   WRK-KEISAN-HIZUKE      TO
                  WRK-ENT-KIJITSU(WRK-ENTAI-CNT).
           MOVE   ST-SEIKYU-GAKU         TO
                  WRK-ENT-SEIKYU-GAKU(WRK-ENTAI-CNT).
           MOVE   ST-NYUKIN-GAKU         TO
                  WRK-ENT-NYUKIN-GAKU(WRK-ENTAI-CNT).
           MOVE   WRK-KEIKA-NISSU        TO
                  WRK-ENT-KEIKA-NISSU(WRK-ENTAI-CNT).
       *>
           ADD    WRK-MIKAISHU-ZAN       TO   WRK-ENTAI-KEI.
       *>
           IF   WRK-KEIKA-NISSU   >   WRK-SAIDAI-NISSU   THEN
                MOVE   WRK-KEIKA-NISSU     TO   WRK-SAIDAI-NISSU
           END-IF.
           IF   WRK-SAIKO-NENGETU   =   ZERO   THEN
                MOVE   ST-SEIKYU-NENGETU   TO   WRK-SAIKO-NENGETU
           END-IF.
       *>
       MAIN-PROC-READ.
       *>
           PERFORM   FILE-RETURN-PROC.
       *>
       MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客ごとの集計領域の初期化
       *>----------------------------------------------------------------------------
       KOKYAKU-SHOKI-PROC                 SECTION.
       *>
           MOVE   ZERO   TO   WRK-ENTAI-CNT.
           MOVE   ZERO   TO   WRK-ENTAI-KEI.
           MOVE   ZERO   TO   WRK-SAIDAI-NISSU.
           MOVE   ZERO   TO   WRK-SAIKO-NENGETU.
       *>
       KOKYAKU-SHOKI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客１件分の督促判定処理
       *>  最古の延滞明細の経過日数から督促段階を求め、督促履歴の最終送付
       *>  段階より上の段階に達した顧客にのみ督促状を発行する
       *>----------------------------------------------------------------------------
       TOKUSOKU-HANTEI-PROC               SECTION.
       *>
       *>  督促段階の判定
           IF   WRK-ENTAI-CNT   =   ZERO   THEN
                MOVE   0   TO   WRK-DANKAI
           ELSE   IF   WRK-SAIDAI-NISSU   >=   WRK-DAI3-NISSU   THEN
                MOVE   3   TO   WRK-DANKAI
           ELSE   IF   WRK-SAIDAI-NISSU   >=   WRK-DAI2-NISSU   THEN
                MOVE   2   TO   WRK-DANKAI
           ELSE   IF   WRK-SAIDAI-NISSU   >=   WRK-DAI1-NISSU   THEN
                MOVE   1   TO   WRK-DANKAI
           ELSE
                MOVE   0   TO   WRK-DANKAI
           END-IF
           END-IF
           END-IF
           END-IF.
       *>
       *>  督促段階に無い顧客は履歴を引き継がない（延滞解消）
           IF   WRK-DANKAI   =   ZERO   THEN
                GO   TO   TOKUSOKU-HANTEI-PROC-EXIT
           END-IF.
       *>
       *>  督促履歴の検索
           MOVE   SPACE   TO   WRK-RIREKI-MITUKE-SW.
           PERFORM   RIREKI-TBL-CHECK-PROC
                    VARYING   WRK-RIREKI-IDX   FROM   1   BY   1
                    UNTIL   WRK-RIREKI-IDX   >   WRK-RIREKI-CNT
                    OR      WRK-RIREKI-MITUKE.
       *>
           IF   NOT   WRK-RIREKI-MITUKE   THEN
                IF   WRK-RIREKI-CNT   >=   CST-MAX-RIREKI-KENSU   THEN
                     PERFORM   TBL-OVER-ABORT-PROC
                END-IF
                ADD    1                    TO   WRK-RIREKI-CNT
                MOVE   WRK-RIREKI-CNT       TO   WRK-RIREKI-HIT-IDX
                MOVE   KEY-KOKYAKU-BANGOU   TO
                       WRK-RRK-KOKYAKU(WRK-RIREKI-HIT-IDX)
                MOVE   ZERO                 TO
                       WRK-RRK-DANKAI(WRK-RIREKI-HIT-IDX)
                MOVE   ZERO                 TO
                       WRK-RRK-SOFU-BI(WRK-RIREKI-HIT-IDX)
                MOVE   ZERO                 TO
                       WRK-RRK-SAIKO-NENGETU(WRK-RIREKI-HIT-IDX)
                MOVE   ZERO                 TO
                       WRK-RRK-ENTAI-GAKU(WRK-RIREKI-HIT-IDX)
           END-IF.
       *>
       *>  督促段階が継続している顧客として履歴を引き継ぐ
           MOVE   "Y"   TO   WRK-RRK-KEIZOKU(WRK-RIREKI-HIT-IDX).
       *>
       *>  送付済みの段階以下であれば同じ督促状は発行しない
           IF   WRK-DANKAI   <=   WRK-RRK-DANKAI(WRK-RIREKI-HIT-IDX)
           THEN
                ADD   1   TO   WRK-SOFU-ZUMI-COUNT
                GO   TO   TOKUSOKU-HANTEI-PROC-EXIT
           END-IF.
       *>
       *>  宛先の引き当て（顧客マスタに無い顧客は発行しない）
           MOVE   KEY-KOKYAKU-BANGOU   TO   KMS01-KOKYAKU-BANGOU.
           READ   KMS01-KOKYAKU-MASTER
               INVALID     KEY
                     ADD   1   TO   WRK-ERROR-COUNT
                     GO   TO   TOKUSOKU-HANTEI-PROC-EXIT
           END-READ.
       *>
           PERFORM   TOKUSOKU-JO-WRITE-PROC.
       *>
       *>  督促履歴の更新（送付段階・送付日・最古の延滞請求月・延滞額）
           MOVE   WRK-DANKAI          TO
                  WRK-RRK-DANKAI(WRK-RIREKI-HIT-IDX).
           MOVE   WRK-RUN-DATE        TO
                  WRK-RRK-SOFU-BI(WRK-RIREKI-HIT-IDX).
           MOVE   WRK-SAIKO-NENGETU   TO
                  WRK-RRK-SAIKO-NENGETU(WRK-RIREKI-HIT-IDX).
           MOVE   WRK-ENTAI-KEI       TO
                  WRK-RRK-ENTAI-GAKU(WRK-RIREKI-HIT-IDX).
       *>
           ADD   1   TO   WRK-OUT-COUNT.
           ADD   1   TO   WRK-DANKAI-COUNT(WRK-DANKAI).
       *>
       TOKUSOKU-HANTEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>督促履歴テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       RIREKI-TBL-CHECK-PROC              SECTION.
       *>
           IF   WRK-RRK-KOKYAKU(WRK-RIREKI-IDX)
                                   =   KEY-KOKYAKU-BANGOU   THEN
                MOVE   "Y"              TO   WRK-RIREKI-MITUKE-SW
                MOVE   WRK-RIREKI-IDX   TO   WRK-RIREKI-HIT-IDX
           END-IF.
       *>
       RIREKI-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>督促状の編集・印刷処理（１顧客分）
       *>----------------------------------------------------------------------------
       TOKUSOKU-JO-WRITE-PROC             SECTION.
       *>
       *>  表題・発行日
           IF   WRK-DANKAI   =   3   THEN
                MOVE   CST-HYODAI-3   TO   HD01-HYODAI
           ELSE   IF   WRK-DANKAI   =   2   THEN
                MOVE   CST-HYODAI-2   TO   HD01-HYODAI
           ELSE
                MOVE   CST-HYODAI-1   TO   HD01-HYODAI
           END-IF
           END-IF.
           MOVE   WRK-RUN-NEN    TO   HD01-NEN.
           MOVE   WRK-RUN-GETU   TO   HD01-GETU.
           MOVE   WRK-RUN-HI     TO   HD01-HI.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD01-TOKUSOKU-MIDASHI.
       *>
       *>  宛先（郵便番号・住所・顧客名）
           MOVE   KMS01-YUBIN-BANGOU     TO   HD02-YUBIN-BANGOU.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD02-YUBIN-LINE.
       *>
           MOVE   KMS01-KOKYAKU-ZYUSHO   TO   HD03-KOKYAKU-ZYUSHO.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD03-ZYUSHO-LINE.
       *>
           MOVE   KMS01-KOKYAKU-MEI      TO   HD04-KOKYAKU-MEI.
           MOVE   KEY-KOKYAKU-BANGOU     TO   HD04-KOKYAKU-BANGOU.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD04-ATENA-LINE.
       *>
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE.
       *>
       *>  本文（段階別）
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HDB0-AISATSU.
       *>
           IF   WRK-DANKAI   =   3   THEN
                MOVE   SPACE          TO   PRT01-RECODE
                WRITE  PRT01-RECODE   FROM   HDB3-HONBUN-1
                MOVE   SPACE          TO   PRT01-RECODE
                WRITE  PRT01-RECODE   FROM   HDB3-HONBUN-2
                MOVE   SPACE          TO   PRT01-RECODE
                WRITE  PRT01-RECODE   FROM   HDB3-HONBUN-3
                MOVE   SPACE          TO   PRT01-RECODE
                WRITE  PRT01-RECODE   FROM   HDB3-HONBUN-4
           ELSE   IF   WRK-DANKAI   =   2   THEN
                MOVE   SPACE          TO   PRT01-RECODE
                WRITE  PRT01-RECODE   FROM   HDB2-HONBUN-1
                MOVE   SPACE          TO   PRT01-RECODE
                WRITE  PRT01-RECODE   FROM   HDB2-HONBUN-2
                MOVE   SPACE          TO   PRT01-RECODE
                WRITE  PRT01-RECODE   FROM   HDB2-HONBUN-3
           ELSE
                MOVE   SPACE          TO   PRT01-RECODE
                WRITE  PRT01-RECODE   FROM   HDB1-HONBUN-1
                MOVE   SPACE          TO   PRT01-RECODE
                WRITE  PRT01-RECODE   FROM   HDB1-HONBUN-2
                MOVE   SPACE          TO   PRT01-RECODE
                WRITE  PRT01-RECODE   FROM   HDB1-HONBUN-3
           END-IF
           END-IF.
       *>
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE.
       *>
       *>  請求月別の延滞額一覧と合計
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD05-MEISAI-KOMOKU.
       *>
           PERFORM   ENTAI-MEISAI-WRITE-PROC
                    VARYING   WRK-ENTAI-IDX   FROM   1   BY   1
                    UNTIL   WRK-ENTAI-IDX   >   WRK-ENTAI-CNT.
       *>
           MOVE   WRK-ENTAI-KEI  TO   HD07-ENTAI-KEI.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD07-GOKEI-LINE.
       *>
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HDB9-MUSUBI.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD08-KUGIRI-LINE.
       *>
       TOKUSOKU-JO-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>延滞額一覧の明細行の印刷（１件分）
       *>----------------------------------------------------------------------------
       ENTAI-MEISAI-WRITE-PROC            SECTION.
       *>
           MOVE   WRK-ENT-NENGETU(WRK-ENTAI-IDX)   TO   HD06-NENGETU.
           MOVE   WRK-ENT-KIJITSU(WRK-ENTAI-IDX)   TO   HD06-KIJITSU.
           MOVE   WRK-ENT-SEIKYU-GAKU(WRK-ENTAI-IDX)   TO
                  HD06-SEIKYU-GAKU.
           MOVE   WRK-ENT-NYUKIN-GAKU(WRK-ENTAI-IDX)   TO
                  HD06-NYUKIN-GAKU.
           COMPUTE   HD06-ENTAI-GAKU   =
                     WRK-ENT-SEIKYU-GAKU(WRK-ENTAI-IDX)
                     -   WRK-ENT-NYUKIN-GAKU(WRK-ENTAI-IDX).
           MOVE   WRK-ENT-KEIKA-NISSU(WRK-ENTAI-IDX)   TO
                  HD06-KEIKA-NISSU.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD06-MEISAI-LINE.
       *>
       ENTAI-MEISAI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>督促履歴の一括読み込み（初回実行時はファイルが無くてもよい）
       *>----------------------------------------------------------------------------
       RIREKI-LOAD-PROC                   SECTION.
       *>
           MOVE   ZERO    TO   WRK-RIREKI-CNT.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   DUH01-TOKUSOKU-RIREKI.
       *>
           IF   DUH-FILE-STATUS   =   "00"   THEN
                PERFORM   RIREKI-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   DUH01-TOKUSOKU-RIREKI
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       RIREKI-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>督促履歴ファイルの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       RIREKI-READ-PROC                   SECTION.
       *>
           READ DUH01-TOKUSOKU-RIREKI
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-RIREKI-CNT   <   CST-MAX-RIREKI-KENSU
                     THEN
                          ADD   1   TO   WRK-RIREKI-CNT
                          MOVE   DUH01-KOKYAKU-BANGOU   TO
                              WRK-RRK-KOKYAKU(WRK-RIREKI-CNT)
                          MOVE   DUH01-SAISHU-DANKAI    TO
                              WRK-RRK-DANKAI(WRK-RIREKI-CNT)
                          MOVE   DUH01-SOFU-BI          TO
                              WRK-RRK-SOFU-BI(WRK-RIREKI-CNT)
                          MOVE   DUH01-SAIKO-NENGETU    TO
                              WRK-RRK-SAIKO-NENGETU(WRK-RIREKI-CNT)
                          MOVE   DUH01-ENTAI-GAKU       TO
                              WRK-RRK-ENTAI-GAKU(WRK-RIREKI-CNT)
                          MOVE   SPACE                  TO
                              WRK-RRK-KEIZOKU(WRK-RIREKI-CNT)
                     ELSE
                          PERFORM   TBL-OVER-ABORT-PROC
                     END-IF
           END-READ.
       *>
       RIREKI-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>督促履歴の書き戻し（督促段階が継続している顧客のみ）
       *>----------------------------------------------------------------------------
       RIREKI-SAVE-PROC                   SECTION.
       *>
           OPEN   OUTPUT   DUH01-TOKUSOKU-RIREKI.
       *>
           IF   DUH-FILE-STATUS   NOT =   "00"   THEN
                PERFORM   FILE-STATUS-ERROR-PROC
           END-IF.
       *>
           PERFORM   RIREKI-WRITE-PROC
                    VARYING   WRK-RIREKI-IDX   FROM   1   BY   1
                    UNTIL   WRK-RIREKI-IDX   >   WRK-RIREKI-CNT.
       *>
           CLOSE   DUH01-TOKUSOKU-RIREKI.
       *>
       RIREKI-SAVE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>督促履歴ファイルの書き込み（１件分）
       *>----------------------------------------------------------------------------
       RIREKI-WRITE-PROC                  SECTION.
       *>
           IF   WRK-RRK-KEIZOKU(WRK-RIREKI-IDX)   NOT =   "Y"   THEN
                GO   TO   RIREKI-WRITE-PROC-EXIT
           END-IF.
       *>
           MOVE   WRK-RRK-KOKYAKU(WRK-RIREKI-IDX)         TO
                  DUH01-KOKYAKU-BANGOU.
           MOVE   WRK-RRK-DANKAI(WRK-RIREKI-IDX)          TO
                  DUH01-SAISHU-DANKAI.
           MOVE   WRK-RRK-SOFU-BI(WRK-RIREKI-IDX)         TO
                  DUH01-SOFU-BI.
           MOVE   WRK-RRK-SAIKO-NENGETU(WRK-RIREKI-IDX)   TO
                  DUH01-SAIKO-NENGETU.
           MOVE   WRK-RRK-ENTAI-GAKU(WRK-RIREKI-IDX)      TO
                  DUH01-ENTAI-GAKU.
       *>
           WRITE   DUH01-RECODE.
       *>
       RIREKI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート後売掛オープン明細の読み込み
       *>----------------------------------------------------------------------------
       FILE-RETURN-PROC                  SECTION.
       *>
           RETURN   ST-URIKAKE-FILE
              AT   END
                   MOVE   "END"   TO   WRK-AT-END
       *>
             NOT   AT   END
                   CONTINUE
       *>
           END-RETURN.
       *>
       FILE-RETURN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>通算日数の計算処理
       *>  判定対象日（WRK-KEISAN-HIZUKE）を年×３６５＋閏年加算＋累積月日数＋日で
       *>  通算日数へ換算する（２つの日付の差を取るための内部値）
       *>----------------------------------------------------------------------------
       TSUZAN-NISSU-CALC-PROC            SECTION.
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
       *>督促履歴ファイルの入出力異常処理（異常終了）
       *>----------------------------------------------------------------------------
       FILE-STATUS-ERROR-PROC             SECTION.
       *>
           MOVE   DUH-FILE-STATUS   TO   MSG9-STATUS.
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
