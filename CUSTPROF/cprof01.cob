       *>----------------------------------------------------------------------------
       *>顧客別収益性分析表作成処理
       *>  月末受注アーカイブファイル（ARC01）の対象年月の明細から顧客別の
       *>  売上額と売上原価（数量×商品マスタ（IN02）の仕入原価）を集計し、
       *>  次の費用を差し引いた貢献利益の降順に顧客を並べた分析表（PRT83）
       *>  を作成する。売上額の順位（CRANK01と同じ降順）を併記する。
       *>    (1) 負担送料：顧客マスタ（KMS01）の送料免除基準額により請求を
       *>        免除した送料。受注日×届け先ごとの商品計が基準額以上の
       *>        出荷について、請求書発行（INVOICE01）と同じ運送会社割当
       *>        （CAS01）・送料地帯別料率（FRT01）で送料を再計算する
       *>    (2) リベート：リベート引当（REBATE01）の精算抽出ファイル
       *>        （RBS01）のうち契約期間の終了日が対象年月の割戻額
       *>    (3) 返金：返金ファイル（CRD01）のうち返品日が対象年月の
       *>        返金額（受注番号からアーカイブ上の顧客を引き当てる）
       *>  対象年月（ＹＹＹＹＭＭ）はコマンドライン引数で指定し、
       *>  省略時は実行日の年月を対象とする。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        CPROF01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]月末受注アーカイブファイル
       *>----------------------------------------------------------------------------
       SELECT   ARC01-ARCHIVE-FILE   ASSIGN        TO "ARC01.txt"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   STATUS ARC-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]返金ファイル（STMT01と同一レイアウト）
       *>----------------------------------------------------------------------------
       SELECT   CRD01-CREDIT-FILE    ASSIGN        TO "CRD01.txt"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   STATUS CRD-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]リベート精算抽出ファイル（REBATE01の出力）
       *>----------------------------------------------------------------------------
       SELECT   RBS01-SEISAN-FILE    ASSIGN        TO "RBS01.txt"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   STATUS RBS-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]商品マスタファイル（仕入原価・出荷重量の参照）
       *>----------------------------------------------------------------------------
       SELECT    IN02-SHOHIN-MASTER  ASSIGN       TO   "IN02.txt"
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE  IS DYNAMIC
                                     RECORD KEY   IS IN02-SHOHIN-CODE
                                     STATUS       IS IN02-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]顧客マスタファイル（顧客名・送料免除基準額の参照）
       *>----------------------------------------------------------------------------
       SELECT    KMS01-KOKYAKU-MASTER ASSIGN       TO   "KMS01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE   IS DYNAMIC
                                      RECORD KEY    IS
                                            KMS01-KOKYAKU-BANGOU
                                      STATUS KMS-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]送料地帯別料率ファイル（運送会社×郵便番号上３桁の基本料と
       *>  キロ単価）
       *>----------------------------------------------------------------------------
       SELECT    FRT01-SORYO-FILE    ASSIGN       TO   "FRT01.txt"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     STATUS FRT-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]運送会社割当ファイル（郵便番号上３桁→運送会社）
       *>----------------------------------------------------------------------------
       SELECT    CAS01-WARIATE-FILE  ASSIGN       TO   "CAS01.txt"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     STATUS CAS-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[作業]整列併合用ファイル
       *>----------------------------------------------------------------------------
       SELECT   ST-SORT-FILE        ASSIGN        TO "ST".
       *>----------------------------------------------------------------------------
       *>[出力]顧客別収益性分析表ファイル
       *>----------------------------------------------------------------------------
       SELECT   PRT83-SHUEKI-RPT    ASSIGN        TO "PRT83.txt"
                                   ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]月末受注アーカイブファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   ARC01-ARCHIVE-FILE.
       01   ARC01-RECODE.
            03   ARC01-ZYUTYU-BANGOU          PIC X(008).
            03   ARC01-SHOHIN-CODE            PIC X(006).
            03   ARC01-SHOHIN-MI              PIC X(020).
            03   ARC01-TYUMON-SU              PIC S9(005).
            03   ARC01-UKETUKE-NICHIZI.
                 05   ARC01-HIDUKE            PIC 9(008).
                 05   ARC01-ZIKAN             PIC 9(004).
            03   ARC01-TANTOSYA-CODE          PIC X(007).
            03   ARC01-TANKA                  PIC 9(005).
            03   ARC01-KINGAKU                PIC S9(008).
            03   ARC01-KOKYAKU-BANGOU         PIC 9(006).
            03   ARC01-KOKYAKU-MEI            PIC X(020).
            03   ARC01-KOKYAKU-ZYUSHO         PIC X(040).
            03   ARC01-YUSEN-KUBUN            PIC X(001).
            03   ARC01-TANKA-KUBUN            PIC X(001).
            03   ARC01-YAKUSOKU-BI            PIC 9(008).
            03   ARC01-GENKA                  PIC 9(005).
            03   ARC01-YUBIN-BANGOU           PIC X(007).
       *>
       *>  トレーラレコード判定用の再定義
       01   ARC01-TRAILER-CHECK   REDEFINES   ARC01-RECODE.
            03   ARC01-TRAILER-CODE           PIC X(007).
            03   FILLER                       PIC X(138).
       *>----------------------------------------------------------------------------
       *>[入力]返金ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   CRD01-CREDIT-FILE.
       01   CRD01-RECODE.
            03   CRD01-ZYUTYU-BANGOU          PIC X(008).
            03   CRD01-SHOHIN-CODE            PIC X(006).
            03   CRD01-SHOHIN-MI              PIC X(020).
            03   CRD01-HENPIN-SU              PIC 9(005).
            03   CRD01-TANKA                  PIC 9(005).
            03   CRD01-HENKIN-KINGAKU         PIC S9(008).
            03   CRD01-RIYU-CODE              PIC X(002).
            03   CRD01-HENPIN-BI              PIC 9(008).
       *>----------------------------------------------------------------------------
       *>[入力]リベート精算抽出ファイルのレイアウト定義（REBATE01と同一）
       *>----------------------------------------------------------------------------
       FD   RBS01-SEISAN-FILE.
       01   RBS01-RECODE.
            03   RBS01-KOKYAKU-BANGOU         PIC 9(006).
            03   RBS01-BUNRUI-CODE            PIC X(002).
            03   RBS01-KIKAN-FROM             PIC 9(008).
            03   RBS01-KIKAN-TO               PIC 9(008).
            03   RBS01-TAISHO-GAKU            PIC S9(011).
            03   RBS01-REBATE-GAKU            PIC S9(009).
       *>----------------------------------------------------------------------------
       *>商品マスタファイルのレイアウト定義（TEST0001と同一）
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
          03   IN02-GENKA                           PIC 9(005).
          03   IN02-CASE-IRISU                      PIC 9(003).
       *>  --出荷重量（グラム／個。送料計算用。ゼロは重量未設定）--
          03   IN02-JURYO-G                         PIC 9(005).
          03   IN02-ZEI-KUBUN                       PIC X(001).
          03   IN02-CHOKUSO-KUBUN                   PIC X(001).
          03   IN02-SERIAL-KUBUN                    PIC X(001).
          03   IN02-KENSA-KUBUN                     PIC X(001).
          03   IN02-KENSA-SU                        PIC 9(006).
          03   IN02-SETUP-KUBUN                     PIC X(001).
       *>----------------------------------------------------------------------------
       *>顧客マスタファイルのレイアウト定義
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
            03   KMS01-SHIME-BI                PIC 9(002).
            03   KMS01-KAISHU-TSUKI            PIC 9(001).
            03   KMS01-KAISHU-BI               PIC 9(002).
            03   KMS01-SEIKYU-SAKI             PIC 9(006).
            03   KMS01-GINKO-CODE              PIC 9(004).
            03   KMS01-SHITEN-CODE             PIC 9(003).
            03   KMS01-YOKIN-SHUMOKU           PIC 9(001).
            03   KMS01-KOZA-BANGOU             PIC 9(007).
            03   KMS01-KOZA-MEIGI              PIC X(030).
            03   KMS01-TSUKA-CODE              PIC X(003).
            03   KMS01-WEB-KUBUN               PIC X(001).
       *>----------------------------------------------------------------------------
       *>[入力]送料地帯別料率ファイルのレイアウト定義（INVOICE01と同一）
       *>----------------------------------------------------------------------------
       FD   FRT01-SORYO-FILE.
       01   FRT01-RECODE.
            03   FRT01-UNSO-CODE              PIC X(002).
            03   FRT01-YUBIN-PREFIX           PIC X(003).
            03   FRT01-KIHON-RYO              PIC 9(005).
            03   FRT01-KG-TANKA               PIC 9(004).
       *>----------------------------------------------------------------------------
       *>[入力]運送会社割当ファイルのレイアウト定義（INVOICE01と同一）
       *>----------------------------------------------------------------------------
       FD   CAS01-WARIATE-FILE.
       01   CAS01-RECODE.
            03   CAS01-YUBIN-PREFIX           PIC X(003).
            03   CAS01-UNSO-CODE              PIC X(002).
       *>----------------------------------------------------------------------------
       *>整列併合用ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       SD   ST-SORT-FILE.
       01   ST-SORT-REC.
            03   ST-KINGAKU                   PIC S9(011).
            03   ST-KOK-IDX                   PIC 9(004).
       *>----------------------------------------------------------------------------
       *>[出力]顧客別収益性分析表ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT83-SHUEKI-RPT.
       01   PRT83-RECODE                      PIC X(160).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
       *>
       *>--手続き部で読み込みループを終了させる際の定数となる--
       77   CST-END                           PIC X(004) VALUE "END ".
       *>
       01   WRK-WORK-AREA.
            03   WRK-AT-END                   PIC X(004).
            *>--対象年月のアーカイブ明細件数・分析表の明細件数--
            03   WRK-IN-COUNT                 PIC 9(006).
            03   WRK-OUT-COUNT                PIC 9(006).
            *>--貢献利益がマイナスの顧客数--
            03   WRK-AKAJI-COUNT              PIC 9(006).
            *>--総合計（売上・原価・負担送料・リベート・返金・貢献利益）--
            03   WRK-SOU-URIAGE               PIC S9(011).
            03   WRK-SOU-GENKA                PIC S9(011).
            03   WRK-SOU-SORYO                PIC S9(011).
            03   WRK-SOU-REBATE               PIC S9(011).
            03   WRK-SOU-HENKIN               PIC S9(011).
            03   WRK-SOU-KOKEN                PIC S9(011).
       *>
       01   ARC-FILE-STATUS                   PIC XX.
       01   CRD-FILE-STATUS                   PIC XX.
       01   RBS-FILE-STATUS                   PIC XX.
       01   IN02-FILE-STATUS                  PIC XX.
       01   KMS-FILE-STATUS                   PIC XX.
       01   FRT-FILE-STATUS                   PIC XX.
       01   CAS-FILE-STATUS                   PIC XX.
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "CPROF01".
       01   WRK-AUD-RUN-ID                    PIC 9(006) VALUE ZERO.
       01   WRK-AUD-ERR-COUNT                 PIC 9(006) VALUE ZERO.
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
       01   WRK-TAISHO-NENGETU-H  REDEFINES  WRK-TAISHO-NENGETU.
            03   WRK-TAISHO-NEN               PIC 9(004).
            03   WRK-TAISHO-GETU              PIC 9(002).
       *>
       *>--明細１件分の売上原価・出荷重量の計算領域--
       01   WRK-GENKA-TANKA                   PIC 9(005).
       01   WRK-JURYO-G                       PIC 9(005).
       01   WRK-MEISAI-GENKA                  PIC S9(009).
       *>
       *>--顧客別収益集計テーブル--
       77   CST-MAX-KOK-KENSU                 PIC 9(004) VALUE 9999.
       01   WRK-KOK-TBL.
            03   WRK-KOK-ENT                      OCCURS 9999.
                 05   WRK-KOK-BANGOU              PIC 9(006).
                 05   WRK-KOK-MEI                 PIC X(020).
                 05   WRK-KOK-MENJO-GAKU          PIC 9(007).
                 05   WRK-KOK-URIAGE              PIC S9(011).
                 05   WRK-KOK-GENKA               PIC S9(011).
                 05   WRK-KOK-SORYO               PIC S9(009).
                 05   WRK-KOK-REBATE              PIC S9(011).
                 05   WRK-KOK-HENKIN              PIC S9(011).
                 05   WRK-KOK-KOKEN               PIC S9(011).
                 05   WRK-KOK-URIAGE-JUNI         PIC 9(004).
       01   WRK-KOK-CNT                       PIC 9(004).
       01   WRK-KOK-IDX                       PIC 9(004).
       01   WRK-KOK-HIT-IDX                   PIC 9(004).
       01   WRK-KOK-MITUKE-SW                 PIC X(001).
            88   WRK-KOK-MITUKE               VALUE "Y".
       01   WRK-SAGASHI-KOKYAKU               PIC 9(006).
       *>
       *>--受注番号から顧客番号を引き当てる対応テーブル（返金の帰属用）--
       77   CST-MAX-ORD-KENSU                 PIC 9(004) VALUE 9999.
       01   WRK-ORD-TBL.
            03   WRK-ORD-ENT                      OCCURS 9999.
                 05   WRK-ORD-ZYUTYU              PIC X(008).
                 05   WRK-ORD-KOKYAKU             PIC 9(006).
       01   WRK-ORD-CNT                       PIC 9(004).
       01   WRK-ORD-IDX                       PIC 9(004).
       01   WRK-ORD-MITUKE-SW                 PIC X(001).
            88   WRK-ORD-MITUKE               VALUE "Y".
       *>
       *>--出荷単位（顧客×届け先×受注日）の商品計・重量計テーブル
       *>  （請求書の送料計算と同じ単位で送料免除を判定する）--
       77   CST-MAX-SHK-KENSU                 PIC 9(004) VALUE 9999.
       01   WRK-SHK-TBL.
            03   WRK-SHK-ENT                      OCCURS 9999.
                 05   WRK-SHK-KOK-IDX             PIC 9(004).
                 05   WRK-SHK-YUBIN-BANGOU        PIC X(007).
                 05   WRK-SHK-HIDUKE              PIC 9(008).
                 05   WRK-SHK-KINGAKU             PIC S9(011).
                 05   WRK-SHK-JURYO-G             PIC 9(009).
       01   WRK-SHK-CNT                       PIC 9(004).
       01   WRK-SHK-IDX                       PIC 9(004).
       01   WRK-SHK-HIT-IDX                   PIC 9(004).
       01   WRK-SHK-MITUKE-SW                 PIC X(001).
            88   WRK-SHK-MITUKE               VALUE "Y".
       *>
       *>--送料地帯別料率の一括読み込み用テーブル--
       77   CST-MAX-SORYO-KENSU               PIC 9(003) VALUE 999.
       01   WRK-SORYO-TBL.
            03   WRK-SORYO-ENT                    OCCURS 999.
                 05   WRK-SORYO-UNSO              PIC X(002).
                 05   WRK-SORYO-PREFIX            PIC X(003).
                 05   WRK-SORYO-KIHON             PIC 9(005).
                 05   WRK-SORYO-KG-TANKA          PIC 9(004).
       01   WRK-SORYO-CNT                     PIC 9(003).
       01   WRK-SORYO-IDX                     PIC 9(003).
       01   WRK-SORYO-MITUKE-SW               PIC X(001).
            88   WRK-SORYO-MITUKE             VALUE "Y".
       01   WRK-SORYO-HIT-IDX                 PIC 9(003).
       *>
       *>--運送会社割当の一括読み込み用テーブル--
       77   CST-MAX-WARIATE-KENSU             PIC 9(003) VALUE 999.
       01   WRK-WARIATE-TBL.
            03   WRK-WARIATE-ENT                  OCCURS 999.
                 05   WRK-WARIATE-PREFIX          PIC X(003).
                 05   WRK-WARIATE-UNSO            PIC X(002).
       01   WRK-WARIATE-CNT                   PIC 9(003).
       01   WRK-WARIATE-IDX                   PIC 9(003).
       01   WRK-WARIATE-MITUKE-SW             PIC X(001).
            88   WRK-WARIATE-MITUKE           VALUE "Y".
       01   WRK-WARIATE-UNSO-CODE             PIC X(002).
       *>
       *>--負担送料の計算領域（重量はキログラムへ切り上げ換算）--
       01   WRK-JURYO-KG                      PIC 9(006).
       01   WRK-SORYO-GAKU                    PIC 9(007).
       *>
       *>--順位・貢献利益率の計算領域--
       01   WRK-JUNI                          PIC 9(004).
       01   WRK-KOKEN-RITU                    PIC S9(004)V9.
       *>
       *>--印刷する見出しの定義--
       01   HD01-MIDASHI-1.
            03   FILLER                       PIC X(042)
               VALUE "＜顧客別収益性分析表＞".
            03   FILLER                       PIC X(015)
                                 VALUE "対象年月：".
            03   HD01-NEN                     PIC 9(004).
            03   FILLER                       PIC X(003) VALUE "年".
            03   HD01-GETU                    PIC Z9.
            03   FILLER                       PIC X(003) VALUE "月".
       *>
       01   HD02-MIDASHI-2.
            03   FILLER                       PIC X(008)
                 VALUE "順位  ".
            03   FILLER                       PIC X(010)
                 VALUE "顧客    ".
            03   FILLER                       PIC X(023)
                 VALUE "顧客名".
            03   FILLER                       PIC X(015)
                 VALUE "         売上".
            03   FILLER                       PIC X(015)
                 VALUE "         原価".
            03   FILLER                       PIC X(017)
                 VALUE "     負担送料".
            03   FILLER                       PIC X(017)
                 VALUE "     リベート".
            03   FILLER                       PIC X(015)
                 VALUE "         返金".
            03   FILLER                       PIC X(017)
                 VALUE "     貢献利益".
            03   FILLER                       PIC X(013)
                 VALUE "    貢献率".
            03   FILLER                       PIC X(010)
                 VALUE " 売上順".
       *>
       *>--印刷する分析明細行の定義--
       01   HD03-MEISAI.
            03   HD03-JUNI                    PIC ZZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-KOKYAKU-BANGOU          PIC 9(006).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-KOKYAKU-MEI             PIC X(020).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD03-URIAGE                  PIC -ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD03-GENKA                   PIC -ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD03-SORYO                   PIC -ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD03-REBATE                  PIC -ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD03-HENKIN                  PIC -ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD03-KOKEN                   PIC -ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-KOKEN-RITU              PIC -ZZZ9.9.
            03   FILLER                       PIC X(001) VALUE "%".
            03   FILLER                       PIC X(003) VALUE SPACE.
            03   HD03-URIAGE-JUNI             PIC ZZZZ.
       *>
       *>--印刷する総合計行の定義--
       01   HD04-SOUKEI.
            03   FILLER                       PIC X(034)
                                 VALUE "＜総合計＞".
            03   HD04-URIAGE                  PIC -ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-GENKA                   PIC -ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-SORYO                   PIC -ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-REBATE                  PIC -ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-HENKIN                  PIC -ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-KOKEN                   PIC -ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD04-KOKEN-RITU              PIC -ZZZ9.9.
            03   FILLER                       PIC X(001) VALUE "%".
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "CPROF01の出力結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "分析顧客件数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "貢献利益赤字件数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       *>--入出力異常発生時に表示するメッセージ--
       01   MS9-MESSAGE-AREA.
            03   FILLER                       PIC X(042)
                  VALUE "ARC01-ARCHIVE-FILE入出力異常 STATUS=".
            03   MSG9-STATUS                  PIC X(002).
       *>----------------------------------------------------------------------------
       *>手続き部
       *>----------------------------------------------------------------------------
       PROCEDURE                         DIVISION.
       *>
           PERFORM   INIT-PROC.
       *>
       *>  売上額降順の整列（売上順位の決定）
           SORT   ST-SORT-FILE
                  ON   DESCENDING   KEY   ST-KINGAKU
              INPUT    PROCEDURE   URIAGE-RELEASE-PROC
              OUTPUT   PROCEDURE   URIAGE-JUNI-CONTROL-PROC.
       *>
       *>  貢献利益降順の整列と分析表の印刷
           SORT   ST-SORT-FILE
                  ON   DESCENDING   KEY   ST-KINGAKU
              INPUT    PROCEDURE   KOKEN-RELEASE-PROC
              OUTPUT   PROCEDURE   KOKEN-PRINT-CONTROL-PROC.
       *>
           PERFORM   SOUKEI-PRINT-PROC.
       *>
           PERFORM   TERM-PROC.
       *>
           STOP RUN.
       *>----------------------------------------------------------------------------
       *>初期処理
       *>----------------------------------------------------------------------------
       INIT-PROC                         SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
           MOVE   ZERO    TO   WRK-IN-COUNT.
           MOVE   ZERO    TO   WRK-OUT-COUNT.
           MOVE   ZERO    TO   WRK-AKAJI-COUNT.
           MOVE   ZERO    TO   WRK-KOK-CNT.
           MOVE   ZERO    TO   WRK-ORD-CNT.
           MOVE   ZERO    TO   WRK-SHK-CNT.
           MOVE   ZERO    TO   WRK-JUNI.
           MOVE   ZERO    TO   WRK-SOU-URIAGE.
           MOVE   ZERO    TO   WRK-SOU-GENKA.
           MOVE   ZERO    TO   WRK-SOU-SORYO.
           MOVE   ZERO    TO   WRK-SOU-REBATE.
           MOVE   ZERO    TO   WRK-SOU-HENKIN.
           MOVE   ZERO    TO   WRK-SOU-KOKEN.
       *>
       *>  開始時刻・実行日の取得と対象年月の決定（引数省略時は実行日の年月）
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
           ACCEPT   WRK-RUN-DATE     FROM   DATE   YYYYMMDD.
           ACCEPT   WRK-PARAM-AREA   FROM   COMMAND-LINE.
       *>
           IF   WRK-PARAM-AREA(1:6)   IS   NUMERIC   THEN
                MOVE   WRK-PARAM-AREA(1:6)   TO   WRK-TAISHO-NENGETU
           ELSE
                MOVE   WRK-RUN-NENGETU       TO   WRK-TAISHO-NENGETU
           END-IF.
       *>
       *>  運送会社割当・送料地帯別料率の一括読み込み
           PERFORM   WARIATE-FILE-LOAD-PROC.
           PERFORM   SORYO-FILE-LOAD-PROC.
       *>
           OPEN   INPUT    IN02-SHOHIN-MASTER
                           KMS01-KOKYAKU-MASTER
                  OUTPUT   PRT83-SHUEKI-RPT.
       *>
       *>  アーカイブの走査（顧客別売上・売上原価と出荷単位の集計）、
       *>  負担送料・リベート・返金の計上と貢献利益の計算
           PERFORM   ARCHIVE-SHUKEI-CONTROL-PROC.
           PERFORM   SORYO-FUTAN-CONTROL-PROC.
           PERFORM   REBATE-KEIJO-CONTROL-PROC.
           PERFORM   CREDIT-SASHIHIKI-CONTROL-PROC.
           PERFORM   KOKEN-KEISAN-PROC
                    VARYING   WRK-KOK-IDX   FROM   1   BY   1
                    UNTIL   WRK-KOK-IDX   >   WRK-KOK-CNT.
       *>
       *>  見出しの印刷
           MOVE   WRK-TAISHO-NEN    TO   HD01-NEN.
           MOVE   WRK-TAISHO-GETU   TO   HD01-GETU.
           MOVE   SPACE             TO   PRT83-RECODE.
           WRITE  PRT83-RECODE      FROM   HD01-MIDASHI-1.
           MOVE   SPACE             TO   PRT83-RECODE.
           WRITE  PRT83-RECODE      FROM   HD02-MIDASHI-2.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>終了処理
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
           CLOSE   IN02-SHOHIN-MASTER
                   KMS01-KOKYAKU-MASTER
                   PRT83-SHUEKI-RPT.
       *>
           MOVE   WRK-OUT-COUNT     TO   MSG2-COUNT.
           MOVE   WRK-AKAJI-COUNT   TO   MSG3-COUNT.
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
                                          WRK-AUD-ERR-COUNT
                                          WRK-START-TIME.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>アーカイブ集計の制御（全明細の走査）
       *>----------------------------------------------------------------------------
       ARCHIVE-SHUKEI-CONTROL-PROC        SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   ARC01-ARCHIVE-FILE.
       *>
           PERFORM   ARCHIVE-READ-PROC.
           PERFORM   ARCHIVE-SHUKEI-PROC
                                 UNTIL   WRK-AT-END   =   CST-END.
       *>
           CLOSE   ARC01-ARCHIVE-FILE.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
       ARCHIVE-SHUKEI-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>アーカイブ明細１件分の集計
       *>  受注番号と顧客番号の対応は対象年月に関わらず記録する（前月以前
       *>  の受注に対する返金の帰属用）。対象年月の明細は売上額・売上原価
       *>  （数量×商品マスタの仕入原価。マスタに無い商品はアーカイブの
       *>  原価）を顧客へ積み上げ、出荷単位の商品計・重量計を集計する
       *>----------------------------------------------------------------------------
       ARCHIVE-SHUKEI-PROC                SECTION.
       *>
           IF   ARC01-TRAILER-CODE   =   "TRAILER"   THEN
                GO   TO   ARCHIVE-SHUKEI-PROC-READ
           END-IF.
       *>
           PERFORM   ORD-TBL-KIROKU-PROC.
       *>
           IF   ARC01-HIDUKE(1:6)   NOT =   WRK-TAISHO-NENGETU   THEN
                GO   TO   ARCHIVE-SHUKEI-PROC-READ
           END-IF.
       *>
           ADD   1   TO   WRK-IN-COUNT.
       *>
           MOVE   ARC01-KOKYAKU-BANGOU   TO   WRK-SAGASHI-KOKYAKU.
           PERFORM   KOK-TBL-SANSHO-PROC.
           IF   NOT   WRK-KOK-MITUKE   THEN
                PERFORM   KOK-TBL-TSUIKA-PROC
           END-IF.
       *>
       *>  仕入原価・出荷重量の引き当て（商品マスタのキー検索）
           MOVE   ARC01-GENKA         TO   WRK-GENKA-TANKA.
           MOVE   ZERO                TO   WRK-JURYO-G.
           MOVE   ARC01-SHOHIN-CODE   TO   IN02-SHOHIN-CODE.
           READ IN02-SHOHIN-MASTER
               INVALID     KEY
                     CONTINUE
               NOT   INVALID   KEY
                     MOVE   IN02-GENKA     TO   WRK-GENKA-TANKA
                     MOVE   IN02-JURYO-G   TO   WRK-JURYO-G
           END-READ.
       *>
           COMPUTE   WRK-MEISAI-GENKA   =
                     ARC01-TYUMON-SU   *   WRK-GENKA-TANKA.
       *>
           ADD   ARC01-KINGAKU      TO
                 WRK-KOK-URIAGE(WRK-KOK-HIT-IDX).
           ADD   WRK-MEISAI-GENKA   TO
                 WRK-KOK-GENKA(WRK-KOK-HIT-IDX).
       *>
           PERFORM   SHK-TBL-SHUKEI-PROC.
       *>
       ARCHIVE-SHUKEI-PROC-READ.
       *>
           PERFORM   ARCHIVE-READ-PROC.
       *>
       ARCHIVE-SHUKEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客別収益集計テーブルの検索（線形検索）
       *>----------------------------------------------------------------------------
       KOK-TBL-SANSHO-PROC                SECTION.
       *>
           MOVE   SPACE   TO   WRK-KOK-MITUKE-SW.
       *>
           PERFORM   KOK-TBL-CHECK-PROC
                    VARYING   WRK-KOK-IDX   FROM   1   BY   1
                    UNTIL   WRK-KOK-IDX   >   WRK-KOK-CNT
                    OR      WRK-KOK-MITUKE.
       *>
       KOK-TBL-SANSHO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客別収益集計テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       KOK-TBL-CHECK-PROC                 SECTION.
       *>
           IF   WRK-KOK-BANGOU(WRK-KOK-IDX)  =  WRK-SAGASHI-KOKYAKU
           THEN
                MOVE   "Y"           TO   WRK-KOK-MITUKE-SW
                MOVE   WRK-KOK-IDX   TO   WRK-KOK-HIT-IDX
           END-IF.
       *>
       KOK-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客別収益集計テーブルへの追加
       *>  顧客名と送料免除基準額は顧客マスタから引き当てる（未登録の顧客は
       *>  アーカイブ上の顧客名とし、送料免除なしとする）
       *>----------------------------------------------------------------------------
       KOK-TBL-TSUIKA-PROC                SECTION.
       *>
           IF   WRK-KOK-CNT   >=   CST-MAX-KOK-KENSU   THEN
                MOVE   WRK-KOK-CNT   TO   WRK-KOK-HIT-IDX
                GO   TO   KOK-TBL-TSUIKA-PROC-EXIT
           END-IF.
       *>
           ADD    1                     TO   WRK-KOK-CNT.
           MOVE   WRK-KOK-CNT           TO   WRK-KOK-HIT-IDX.
           MOVE   WRK-SAGASHI-KOKYAKU   TO
                  WRK-KOK-BANGOU(WRK-KOK-HIT-IDX).
           MOVE   ZERO   TO   WRK-KOK-URIAGE(WRK-KOK-HIT-IDX).
           MOVE   ZERO   TO   WRK-KOK-GENKA(WRK-KOK-HIT-IDX).
           MOVE   ZERO   TO   WRK-KOK-SORYO(WRK-KOK-HIT-IDX).
           MOVE   ZERO   TO   WRK-KOK-REBATE(WRK-KOK-HIT-IDX).
           MOVE   ZERO   TO   WRK-KOK-HENKIN(WRK-KOK-HIT-IDX).
           MOVE   ZERO   TO   WRK-KOK-KOKEN(WRK-KOK-HIT-IDX).
           MOVE   ZERO   TO   WRK-KOK-URIAGE-JUNI(WRK-KOK-HIT-IDX).
       *>
           MOVE   WRK-SAGASHI-KOKYAKU   TO   KMS01-KOKYAKU-BANGOU.
           READ KMS01-KOKYAKU-MASTER
               INVALID     KEY
                     MOVE   ARC01-KOKYAKU-MEI   TO
                            WRK-KOK-MEI(WRK-KOK-HIT-IDX)
                     MOVE   ZERO                TO
                            WRK-KOK-MENJO-GAKU(WRK-KOK-HIT-IDX)
               NOT   INVALID   KEY
                     MOVE   KMS01-KOKYAKU-MEI        TO
                            WRK-KOK-MEI(WRK-KOK-HIT-IDX)
                     MOVE   KMS01-SORYO-MENJO-GAKU   TO
                            WRK-KOK-MENJO-GAKU(WRK-KOK-HIT-IDX)
           END-READ.
       *>
       KOK-TBL-TSUIKA-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>受注番号と顧客番号の対応テーブルへの記録（未登録時のみ）
       *>----------------------------------------------------------------------------
       ORD-TBL-KIROKU-PROC                SECTION.
       *>
           MOVE   SPACE   TO   WRK-ORD-MITUKE-SW.
       *>
           PERFORM   ORD-TBL-CHECK-PROC
                    VARYING   WRK-ORD-IDX   FROM   1   BY   1
                    UNTIL   WRK-ORD-IDX   >   WRK-ORD-CNT
                    OR      WRK-ORD-MITUKE.
       *>
           IF   NOT   WRK-ORD-MITUKE
           AND  WRK-ORD-CNT   <   CST-MAX-ORD-KENSU   THEN
                ADD    1                     TO   WRK-ORD-CNT
                MOVE   ARC01-ZYUTYU-BANGOU   TO
                       WRK-ORD-ZYUTYU(WRK-ORD-CNT)
                MOVE   ARC01-KOKYAKU-BANGOU  TO
                       WRK-ORD-KOKYAKU(WRK-ORD-CNT)
           END-IF.
       *>
       ORD-TBL-KIROKU-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>受注番号対応テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       ORD-TBL-CHECK-PROC                 SECTION.
       *>
           IF   WRK-ORD-ZYUTYU(WRK-ORD-IDX)  =  ARC01-ZYUTYU-BANGOU
           THEN
                MOVE   "Y"   TO   WRK-ORD-MITUKE-SW
           END-IF.
       *>
       ORD-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>出荷単位（顧客×届け先×受注日）の商品計・重量計の集計
       *>  重量は請求書と同じく出荷数量がプラスの明細のみを積み上げる
       *>----------------------------------------------------------------------------
       SHK-TBL-SHUKEI-PROC                SECTION.
       *>
           MOVE   SPACE   TO   WRK-SHK-MITUKE-SW.
       *>
           PERFORM   SHK-TBL-CHECK-PROC
                    VARYING   WRK-SHK-IDX   FROM   1   BY   1
                    UNTIL   WRK-SHK-IDX   >   WRK-SHK-CNT
                    OR      WRK-SHK-MITUKE.
       *>
           IF   NOT   WRK-SHK-MITUKE   THEN
                IF   WRK-SHK-CNT   >=   CST-MAX-SHK-KENSU   THEN
                     GO   TO   SHK-TBL-SHUKEI-PROC-EXIT
                END-IF
                ADD    1                     TO   WRK-SHK-CNT
                MOVE   WRK-SHK-CNT           TO   WRK-SHK-HIT-IDX
                MOVE   WRK-KOK-HIT-IDX       TO
                       WRK-SHK-KOK-IDX(WRK-SHK-HIT-IDX)
                MOVE   ARC01-YUBIN-BANGOU    TO
                       WRK-SHK-YUBIN-BANGOU(WRK-SHK-HIT-IDX)
                MOVE   ARC01-HIDUKE          TO
                       WRK-SHK-HIDUKE(WRK-SHK-HIT-IDX)
                MOVE   ZERO   TO   WRK-SHK-KINGAKU(WRK-SHK-HIT-IDX)
                MOVE   ZERO   TO   WRK-SHK-JURYO-G(WRK-SHK-HIT-IDX)
           END-IF.
       *>
           ADD   ARC01-KINGAKU   TO   WRK-SHK-KINGAKU(WRK-SHK-HIT-IDX).
           IF   ARC01-TYUMON-SU   >   ZERO   THEN
                COMPUTE   WRK-SHK-JURYO-G(WRK-SHK-HIT-IDX)   =
                          WRK-SHK-JURYO-G(WRK-SHK-HIT-IDX)
                          +   ARC01-TYUMON-SU   *   WRK-JURYO-G
           END-IF.
       *>
       SHK-TBL-SHUKEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>出荷単位テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       SHK-TBL-CHECK-PROC                 SECTION.
       *>
           IF   WRK-SHK-KOK-IDX(WRK-SHK-IDX)   =   WRK-KOK-HIT-IDX
           AND  WRK-SHK-YUBIN-BANGOU(WRK-SHK-IDX)
                                   =   ARC01-YUBIN-BANGOU
           AND  WRK-SHK-HIDUKE(WRK-SHK-IDX)    =   ARC01-HIDUKE   THEN
                MOVE   "Y"           TO   WRK-SHK-MITUKE-SW
                MOVE   WRK-SHK-IDX   TO   WRK-SHK-HIT-IDX
           END-IF.
       *>
       SHK-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>負担送料の計上の制御（出荷単位テーブルの全件走査）
       *>----------------------------------------------------------------------------
       SORYO-FUTAN-CONTROL-PROC           SECTION.
       *>
           PERFORM   SORYO-FUTAN-PROC
                    VARYING   WRK-SHK-IDX   FROM   1   BY   1
                    UNTIL   WRK-SHK-IDX   >   WRK-SHK-CNT.
       *>
       SORYO-FUTAN-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>負担送料の計上（出荷単位１件分）
       *>  顧客の送料免除基準額が設定済みで商品計が基準額以上の出荷は
       *>  送料を請求していないため、請求書と同じ計算（基本料＋キロ単価×
       *>  重量）の送料を自社負担として顧客へ計上する。料率未登録の地帯は
       *>  ゼロとする
       *>----------------------------------------------------------------------------
       SORYO-FUTAN-PROC                   SECTION.
       *>
           MOVE   WRK-SHK-KOK-IDX(WRK-SHK-IDX)   TO   WRK-KOK-HIT-IDX.
       *>
           IF   WRK-KOK-MENJO-GAKU(WRK-KOK-HIT-IDX)   =   ZERO
           OR   WRK-SHK-KINGAKU(WRK-SHK-IDX)   <
                WRK-KOK-MENJO-GAKU(WRK-KOK-HIT-IDX)   THEN
                GO   TO   SORYO-FUTAN-PROC-EXIT
           END-IF.
       *>
       *>  運送会社の割当と地帯別料率の検索
           MOVE   SPACE   TO   WRK-WARIATE-MITUKE-SW.
           MOVE   SPACE   TO   WRK-WARIATE-UNSO-CODE.
           PERFORM   WARIATE-TBL-CHECK-PROC
                    VARYING   WRK-WARIATE-IDX   FROM   1   BY   1
                    UNTIL   WRK-WARIATE-IDX   >   WRK-WARIATE-CNT
                    OR      WRK-WARIATE-MITUKE.
       *>
           MOVE   SPACE   TO   WRK-SORYO-MITUKE-SW.
           PERFORM   SORYO-TBL-CHECK-PROC
                    VARYING   WRK-SORYO-IDX   FROM   1   BY   1
                    UNTIL   WRK-SORYO-IDX   >   WRK-SORYO-CNT
                    OR      WRK-SORYO-MITUKE.
       *>
           IF   NOT   WRK-SORYO-MITUKE   THEN
                GO   TO   SORYO-FUTAN-PROC-EXIT
           END-IF.
       *>
       *>  送料＝基本料＋キロ単価×重量（キログラムへ切り上げ換算）
           COMPUTE   WRK-JURYO-KG   =
                     ( WRK-SHK-JURYO-G(WRK-SHK-IDX) + 999 ) / 1000.
           COMPUTE   WRK-SORYO-GAKU   =
                     WRK-SORYO-KIHON(WRK-SORYO-HIT-IDX)
                     + ( WRK-SORYO-KG-TANKA(WRK-SORYO-HIT-IDX)
                         *   WRK-JURYO-KG ).
       *>
           ADD   WRK-SORYO-GAKU   TO   WRK-KOK-SORYO(WRK-KOK-HIT-IDX).
       *>
       SORYO-FUTAN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>運送会社割当テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       WARIATE-TBL-CHECK-PROC             SECTION.
       *>
           IF   WRK-WARIATE-PREFIX(WRK-WARIATE-IDX)
                        =   WRK-SHK-YUBIN-BANGOU(WRK-SHK-IDX)(1:3)  THEN
                MOVE   "Y"   TO   WRK-WARIATE-MITUKE-SW
                MOVE   WRK-WARIATE-UNSO(WRK-WARIATE-IDX)   TO
                       WRK-WARIATE-UNSO-CODE
           END-IF.
       *>
       WARIATE-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>送料地帯別料率テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       SORYO-TBL-CHECK-PROC               SECTION.
       *>
           IF   WRK-SORYO-UNSO(WRK-SORYO-IDX)
                        =   WRK-WARIATE-UNSO-CODE
           AND  WRK-SORYO-PREFIX(WRK-SORYO-IDX)
                        =   WRK-SHK-YUBIN-BANGOU(WRK-SHK-IDX)(1:3)  THEN
                MOVE   "Y"             TO   WRK-SORYO-MITUKE-SW
                MOVE   WRK-SORYO-IDX   TO   WRK-SORYO-HIT-IDX
           END-IF.
       *>
       SORYO-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>リベート計上の制御（精算抽出ファイルの全件走査）
       *>  精算抽出ファイルが未作成の場合は計上しない
       *>----------------------------------------------------------------------------
       REBATE-KEIJO-CONTROL-PROC          SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   RBS01-SEISAN-FILE.
       *>
           IF   RBS-FILE-STATUS   NOT =   "00"   THEN
                GO   TO   REBATE-KEIJO-CONTROL-EXIT
           END-IF.
       *>
           PERFORM   REBATE-KEIJO-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END   =   CST-END.
       *>
           CLOSE   RBS01-SEISAN-FILE.
       *>
       REBATE-KEIJO-CONTROL-EXIT.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>リベート１件分の計上
       *>  契約期間の終了日が対象年月の割戻額を顧客へ計上する（対象年月に
       *>  売上の無い顧客も追加する）
       *>----------------------------------------------------------------------------
       REBATE-KEIJO-PROC                  SECTION.
       *>
           READ   RBS01-SEISAN-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   REBATE-KEIJO-PROC-EXIT
           END-READ.
       *>
           IF   RBS01-KIKAN-TO(1:6)   NOT =   WRK-TAISHO-NENGETU   THEN
                GO   TO   REBATE-KEIJO-PROC-EXIT
           END-IF.
       *>
           MOVE   RBS01-KOKYAKU-BANGOU   TO   WRK-SAGASHI-KOKYAKU.
           PERFORM   KOK-TBL-SANSHO-PROC.
           IF   NOT   WRK-KOK-MITUKE   THEN
                MOVE   SPACE   TO   ARC01-KOKYAKU-MEI
                PERFORM   KOK-TBL-TSUIKA-PROC
           END-IF.
       *>
           ADD   RBS01-REBATE-GAKU   TO
                 WRK-KOK-REBATE(WRK-KOK-HIT-IDX).
       *>
       REBATE-KEIJO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>返金差し引きの制御（返金ファイルの全件走査）
       *>  返金ファイルが未作成の場合は差し引きを行わない
       *>----------------------------------------------------------------------------
       CREDIT-SASHIHIKI-CONTROL-PROC      SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   CRD01-CREDIT-FILE.
       *>
           IF   CRD-FILE-STATUS   NOT =   "00"   THEN
                GO   TO   CREDIT-SASHIHIKI-CONTROL-EXIT
           END-IF.
       *>
           PERFORM   CREDIT-SASHIHIKI-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END   =   CST-END.
       *>
           CLOSE   CRD01-CREDIT-FILE.
       *>
       CREDIT-SASHIHIKI-CONTROL-EXIT.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>返金１件分の計上
       *>  返品日が対象年月の返金額を、受注番号から引き当てた顧客へ計上する
       *>  （対象年月に売上の無い顧客も追加する）
       *>----------------------------------------------------------------------------
       CREDIT-SASHIHIKI-PROC              SECTION.
       *>
           READ   CRD01-CREDIT-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   CREDIT-SASHIHIKI-PROC-EXIT
           END-READ.
       *>
           IF   CRD01-HENPIN-BI(1:6)   NOT =   WRK-TAISHO-NENGETU   THEN
                GO   TO   CREDIT-SASHIHIKI-PROC-EXIT
           END-IF.
       *>
           MOVE   SPACE   TO   WRK-ORD-MITUKE-SW.
           PERFORM   CREDIT-ORD-CHECK-PROC
                    VARYING   WRK-ORD-IDX   FROM   1   BY   1
                    UNTIL   WRK-ORD-IDX   >   WRK-ORD-CNT
                    OR      WRK-ORD-MITUKE.
       *>
       CREDIT-SASHIHIKI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>返金の帰属顧客の突合チェック（１件分・一致時に計上する）
       *>----------------------------------------------------------------------------
       CREDIT-ORD-CHECK-PROC              SECTION.
       *>
           IF   WRK-ORD-ZYUTYU(WRK-ORD-IDX)  =  CRD01-ZYUTYU-BANGOU
           THEN
                MOVE   "Y"   TO   WRK-ORD-MITUKE-SW
                MOVE   WRK-ORD-KOKYAKU(WRK-ORD-IDX)   TO
                       WRK-SAGASHI-KOKYAKU
                PERFORM   KOK-TBL-SANSHO-PROC
                IF   NOT   WRK-KOK-MITUKE   THEN
                     MOVE   SPACE   TO   ARC01-KOKYAKU-MEI
                     PERFORM   KOK-TBL-TSUIKA-PROC
                END-IF
                ADD   CRD01-HENKIN-KINGAKU   TO
                      WRK-KOK-HENKIN(WRK-KOK-HIT-IDX)
           END-IF.
       *>
       CREDIT-ORD-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>貢献利益の計算（顧客１件分）と総合計への積み上げ
       *>  貢献利益＝売上−売上原価−負担送料−リベート−返金
       *>----------------------------------------------------------------------------
       KOKEN-KEISAN-PROC                  SECTION.
       *>
           COMPUTE   WRK-KOK-KOKEN(WRK-KOK-IDX)   =
                     WRK-KOK-URIAGE(WRK-KOK-IDX)
                   - WRK-KOK-GENKA(WRK-KOK-IDX)
                   - WRK-KOK-SORYO(WRK-KOK-IDX)
                   - WRK-KOK-REBATE(WRK-KOK-IDX)
                   - WRK-KOK-HENKIN(WRK-KOK-IDX).
       *>
           ADD   WRK-KOK-URIAGE(WRK-KOK-IDX)   TO   WRK-SOU-URIAGE.
           ADD   WRK-KOK-GENKA(WRK-KOK-IDX)    TO   WRK-SOU-GENKA.
           ADD   WRK-KOK-SORYO(WRK-KOK-IDX)    TO   WRK-SOU-SORYO.
           ADD   WRK-KOK-REBATE(WRK-KOK-IDX)   TO   WRK-SOU-REBATE.
           ADD   WRK-KOK-HENKIN(WRK-KOK-IDX)   TO   WRK-SOU-HENKIN.
           ADD   WRK-KOK-KOKEN(WRK-KOK-IDX)    TO   WRK-SOU-KOKEN.
       *>
           IF   WRK-KOK-KOKEN(WRK-KOK-IDX)   <   ZERO   THEN
                ADD   1   TO   WRK-AKAJI-COUNT
           END-IF.
       *>
       KOKEN-KEISAN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート前処理（売上順位用。対象年月に売上のあった顧客の書き出し）
       *>----------------------------------------------------------------------------
       URIAGE-RELEASE-PROC                SECTION.
       *>
           PERFORM   URIAGE-RELEASE-MAIN-PROC
                    VARYING   WRK-KOK-IDX   FROM   1   BY   1
                    UNTIL   WRK-KOK-IDX   >   WRK-KOK-CNT.
       *>
       URIAGE-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>整列併合用ファイルへの書き込み（売上順位用・顧客１件分）
       *>----------------------------------------------------------------------------
       URIAGE-RELEASE-MAIN-PROC           SECTION.
       *>
           IF   WRK-KOK-URIAGE(WRK-KOK-IDX)   NOT =   ZERO   THEN
                MOVE   WRK-KOK-URIAGE(WRK-KOK-IDX)   TO   ST-KINGAKU
                MOVE   WRK-KOK-IDX                   TO   ST-KOK-IDX
                RELEASE   ST-SORT-REC
           END-IF.
       *>
       URIAGE-RELEASE-MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート後処理（売上額降順の順位を顧客別収益集計テーブルへ記録）
       *>----------------------------------------------------------------------------
       URIAGE-JUNI-CONTROL-PROC           SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
           MOVE   ZERO    TO   WRK-JUNI.
       *>
           PERFORM   URIAGE-JUNI-PROC
                                 UNTIL   WRK-AT-END   =   CST-END.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
           MOVE   ZERO    TO   WRK-JUNI.
       *>
       URIAGE-JUNI-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>売上順位の記録（顧客１件分）
       *>----------------------------------------------------------------------------
       URIAGE-JUNI-PROC                   SECTION.
       *>
           RETURN   ST-SORT-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   URIAGE-JUNI-PROC-EXIT
           END-RETURN.
       *>
           ADD    1          TO   WRK-JUNI.
           MOVE   WRK-JUNI   TO   WRK-KOK-URIAGE-JUNI(ST-KOK-IDX).
       *>
       URIAGE-JUNI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート前処理（貢献利益順位用。全顧客の書き出し）
       *>----------------------------------------------------------------------------
       KOKEN-RELEASE-PROC                 SECTION.
       *>
           PERFORM   KOKEN-RELEASE-MAIN-PROC
                    VARYING   WRK-KOK-IDX   FROM   1   BY   1
                    UNTIL   WRK-KOK-IDX   >   WRK-KOK-CNT.
       *>
       KOKEN-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>整列併合用ファイルへの書き込み（貢献利益順位用・顧客１件分）
       *>----------------------------------------------------------------------------
       KOKEN-RELEASE-MAIN-PROC            SECTION.
       *>
           MOVE   WRK-KOK-KOKEN(WRK-KOK-IDX)   TO   ST-KINGAKU.
           MOVE   WRK-KOK-IDX                  TO   ST-KOK-IDX.
           RELEASE   ST-SORT-REC.
       *>
       KOKEN-RELEASE-MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート後処理（貢献利益降順の分析明細の印刷）
       *>----------------------------------------------------------------------------
       KOKEN-PRINT-CONTROL-PROC           SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           PERFORM   KOKEN-PRINT-PROC
                                 UNTIL   WRK-AT-END   =   CST-END.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
       KOKEN-PRINT-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>分析明細１件分の印刷
       *>  貢献利益率（貢献利益÷売上。売上ゼロはゼロ）と売上順位（売上の
       *>  無い顧客は空白）を併記する
       *>----------------------------------------------------------------------------
       KOKEN-PRINT-PROC                   SECTION.
       *>
           RETURN   ST-SORT-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   KOKEN-PRINT-PROC-EXIT
           END-RETURN.
       *>
           MOVE   ST-KOK-IDX   TO   WRK-KOK-IDX.
       *>
           ADD    1                   TO   WRK-JUNI.
           MOVE   WRK-JUNI            TO   HD03-JUNI.
           MOVE   WRK-KOK-BANGOU(WRK-KOK-IDX)   TO
                  HD03-KOKYAKU-BANGOU.
           MOVE   WRK-KOK-MEI(WRK-KOK-IDX)      TO   HD03-KOKYAKU-MEI.
           MOVE   WRK-KOK-URIAGE(WRK-KOK-IDX)   TO   HD03-URIAGE.
           MOVE   WRK-KOK-GENKA(WRK-KOK-IDX)    TO   HD03-GENKA.
           MOVE   WRK-KOK-SORYO(WRK-KOK-IDX)    TO   HD03-SORYO.
           MOVE   WRK-KOK-REBATE(WRK-KOK-IDX)   TO   HD03-REBATE.
           MOVE   WRK-KOK-HENKIN(WRK-KOK-IDX)   TO   HD03-HENKIN.
           MOVE   WRK-KOK-KOKEN(WRK-KOK-IDX)    TO   HD03-KOKEN.
           MOVE   WRK-KOK-URIAGE-JUNI(WRK-KOK-IDX)
                                          TO   HD03-URIAGE-JUNI.
       *>
           IF   WRK-KOK-URIAGE(WRK-KOK-IDX)   NOT =   ZERO   THEN
                COMPUTE   WRK-KOKEN-RITU   ROUNDED   =
                          WRK-KOK-KOKEN(WRK-KOK-IDX)   *   100
                          /   WRK-KOK-URIAGE(WRK-KOK-IDX)
           ELSE
                MOVE   ZERO   TO   WRK-KOKEN-RITU
           END-IF.
           MOVE   WRK-KOKEN-RITU   TO   HD03-KOKEN-RITU.
       *>
           MOVE   SPACE          TO   PRT83-RECODE.
           WRITE  PRT83-RECODE   FROM   HD03-MEISAI.
       *>
           ADD   1   TO   WRK-OUT-COUNT.
       *>
       KOKEN-PRINT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>総合計の印刷
       *>----------------------------------------------------------------------------
       SOUKEI-PRINT-PROC                  SECTION.
       *>
           MOVE   WRK-SOU-URIAGE   TO   HD04-URIAGE.
           MOVE   WRK-SOU-GENKA    TO   HD04-GENKA.
           MOVE   WRK-SOU-SORYO    TO   HD04-SORYO.
           MOVE   WRK-SOU-REBATE   TO   HD04-REBATE.
           MOVE   WRK-SOU-HENKIN   TO   HD04-HENKIN.
           MOVE   WRK-SOU-KOKEN    TO   HD04-KOKEN.
       *>
           IF   WRK-SOU-URIAGE   NOT =   ZERO   THEN
                COMPUTE   WRK-KOKEN-RITU   ROUNDED   =
                          WRK-SOU-KOKEN   *   100   /   WRK-SOU-URIAGE
           ELSE
                MOVE   ZERO   TO   WRK-KOKEN-RITU
           END-IF.
           MOVE   WRK-KOKEN-RITU   TO   HD04-KOKEN-RITU.
       *>
           MOVE   SPACE          TO   PRT83-RECODE.
           WRITE  PRT83-RECODE.
           MOVE   SPACE          TO   PRT83-RECODE.
           WRITE  PRT83-RECODE   FROM   HD04-SOUKEI.
       *>
       SOUKEI-PRINT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>運送会社割当ファイルの一括読み込み（線形検索用テーブルへ格納）
       *>  割当ファイルが無い場合は負担送料をゼロとする
       *>----------------------------------------------------------------------------
       WARIATE-FILE-LOAD-PROC             SECTION.
       *>
           MOVE   ZERO    TO   WRK-WARIATE-CNT.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   CAS01-WARIATE-FILE.
       *>
           IF   CAS-FILE-STATUS   =   "00"   THEN
                PERFORM   WARIATE-FILE-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   CAS01-WARIATE-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       WARIATE-FILE-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>運送会社割当ファイルの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       WARIATE-FILE-READ-PROC             SECTION.
       *>
           READ CAS01-WARIATE-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-WARIATE-CNT < CST-MAX-WARIATE-KENSU THEN
                          ADD   1   TO   WRK-WARIATE-CNT
                          MOVE   CAS01-YUBIN-PREFIX   TO
                              WRK-WARIATE-PREFIX(WRK-WARIATE-CNT)
                          MOVE   CAS01-UNSO-CODE      TO
                              WRK-WARIATE-UNSO(WRK-WARIATE-CNT)
                     END-IF
           END-READ.
       *>
       WARIATE-FILE-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>送料地帯別料率ファイルの一括読み込み（線形検索用テーブルへ格納）
       *>  料率ファイルが無い場合は負担送料をゼロとする
       *>----------------------------------------------------------------------------
       SORYO-FILE-LOAD-PROC               SECTION.
       *>
           MOVE   ZERO    TO   WRK-SORYO-CNT.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   FRT01-SORYO-FILE.
       *>
           IF   FRT-FILE-STATUS   =   "00"   THEN
                PERFORM   SORYO-FILE-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   FRT01-SORYO-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       SORYO-FILE-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>送料地帯別料率ファイルの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       SORYO-FILE-READ-PROC               SECTION.
       *>
           READ FRT01-SORYO-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-SORYO-CNT  <  CST-MAX-SORYO-KENSU  THEN
                          ADD   1   TO   WRK-SORYO-CNT
                          MOVE   FRT01-UNSO-CODE      TO
                              WRK-SORYO-UNSO(WRK-SORYO-CNT)
                          MOVE   FRT01-YUBIN-PREFIX   TO
                              WRK-SORYO-PREFIX(WRK-SORYO-CNT)
                          MOVE   FRT01-KIHON-RYO      TO
                              WRK-SORYO-KIHON(WRK-SORYO-CNT)
                          MOVE   FRT01-KG-TANKA       TO
                              WRK-SORYO-KG-TANKA(WRK-SORYO-CNT)
                     END-IF
           END-READ.
       *>
       SORYO-FILE-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>[入力]月末受注アーカイブファイルの読み込み
       *>----------------------------------------------------------------------------
       ARCHIVE-READ-PROC                  SECTION.
       *>
           READ   ARC01-ARCHIVE-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
           END-READ.
       *>
       *>  正常終了（"10"）以外のステータスは入出力異常として中断
           IF   ARC-FILE-STATUS NOT = "00"
                AND   ARC-FILE-STATUS NOT = "10"   THEN
                PERFORM   FILE-STATUS-ERROR-PROC
           END-IF.
       *>
       ARCHIVE-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>アーカイブファイルの入出力異常処理（異常終了）
       *>----------------------------------------------------------------------------
       FILE-STATUS-ERROR-PROC             SECTION.
       *>
           MOVE   ARC-FILE-STATUS   TO   MSG9-STATUS.
           DISPLAY   MS9-MESSAGE-AREA   UPON   CONSOLE.
       *>
           MOVE   16                TO   RETURN-CODE.
           STOP   RUN.
       *>
       FILE-STATUS-ERROR-PROC-EXIT.
       *>
           EXIT.
