       *>----------------------------------------------------------------------------
       *>運送会社運賃請求監査処理
       *>  運送会社ごとの月次運賃請求ファイル（FIV01・運送会社別の請求
       *>  ファイルを連結する）の請求小口を、MANIFEST01が書き出した運送
       *>  会社別マニフェスト（MFT1～MFT3・CTL08で採番したマニフェスト
       *>  番号）の小口明細と運送会社・マニフェスト番号・小口（受注番号）で
       *>  突き合わせる。突き合った小口はマニフェストの総重量と届け先
       *>  郵便番号上３桁で送料地帯別料率（FRT01）から運賃を再計算し
       *>  （基本料＋キロ単価×重量（キログラムへ切り上げ））、次の請求を
       *>  運賃請求監査表へ印刷して支払前の照会・異議申立てに回す。
       *>    (1) マニフェストに無い小口の請求（未マニフェスト）
       *>    (2) 同一小口の二重請求（当月の請求内および前月までに監査
       *>        した請求済み小口ファイル（FKR01）との重複）
       *>    (3) 再計算運賃を上回る請求（過大請求。差額を印刷する）
       *>    (4) 料率未登録の地帯の小口（再計算不能）
       *>  請求重量がマニフェストの総重量を上回る小口は備考へ印字する。
       *>  突き合った小口（二重請求を除く）は請求済み小口ファイルへ追記
       *>  する。マニフェストファイルは監査対象月の各世代を連結して渡す。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        FRTAUD01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]運賃請求ファイル（運送会社ごとの請求ファイルを連結する）
       *>----------------------------------------------------------------------------
       SELECT    FIV01-SEIKYU-FILE    ASSIGN       TO   "FIV01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS IN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]運送会社別マニフェストファイル（MANIFEST01の出力。第１～
       *>  第３運送会社）
       *>----------------------------------------------------------------------------
       SELECT    MFT1-MANIFEST-FILE   ASSIGN       TO   "MFT1.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS MFT-FILE-STATUS.
       SELECT    MFT2-MANIFEST-FILE   ASSIGN       TO   "MFT2.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS MFT-FILE-STATUS.
       SELECT    MFT3-MANIFEST-FILE   ASSIGN       TO   "MFT3.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS MFT-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]送料地帯別料率ファイル（運送会社×郵便番号上３桁の基本料と
       *>  キロ単価。INVOICE01と同一）
       *>----------------------------------------------------------------------------
       SELECT    FRT01-SORYO-FILE     ASSIGN       TO   "FRT01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS FRT-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入出力]請求済み小口ファイル（前月までに監査した請求小口。今回
       *>  突き合った小口を追記する）
       *>----------------------------------------------------------------------------
       SELECT    FKR01-RIREKI-FILE    ASSIGN       TO   "FKR01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS FKR-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]運賃請求監査表
       *>----------------------------------------------------------------------------
       SELECT    PRT73-KANSA-LIST     ASSIGN       TO   "PRT73.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]運賃請求ファイルのレイアウト定義
       *>  （小口番号はマニフェストの小口明細の受注番号（まとめ出荷は
       *>    "S"＋まとめ出荷番号）を運送会社が送り状に転記したもの）
       *>----------------------------------------------------------------------------
       FD   FIV01-SEIKYU-FILE.
       01   FIV01-RECODE.
            03   FIV01-UNSO-CODE              PIC X(002).
            03   FIV01-SEIKYU-NO              PIC X(010).
            03   FIV01-MANIFEST-BANGOU        PIC 9(006).
            03   FIV01-KOGUCHI-BANGOU         PIC X(008).
            03   FIV01-JURYO-G                PIC 9(009).
            03   FIV01-SEIKYU-GAKU            PIC 9(007).
       *>----------------------------------------------------------------------------
       *>[入力]運送会社別マニフェストファイルのレイアウト定義
       *>  （レコード区分：Ｈ＝ヘッダ、Ｄ＝小口明細、Ｔ＝管理トレーラ。
       *>    各区分の項目は作業領域の再定義で参照する）
       *>----------------------------------------------------------------------------
       FD   MFT1-MANIFEST-FILE.
       01   MFT1-RECODE                       PIC X(060).
       FD   MFT2-MANIFEST-FILE.
       01   MFT2-RECODE                       PIC X(060).
       FD   MFT3-MANIFEST-FILE.
       01   MFT3-RECODE                       PIC X(060).
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
       *>[入出力]請求済み小口ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   FKR01-RIREKI-FILE.
       01   FKR01-RECODE.
            03   FKR01-UNSO-CODE              PIC X(002).
            03   FKR01-MANIFEST-BANGOU        PIC 9(006).
            03   FKR01-KOGUCHI-BANGOU         PIC X(008).
            03   FKR01-SEIKYU-NO              PIC X(010).
            03   FKR01-KANSA-BI               PIC 9(008).
       *>----------------------------------------------------------------------------
       *>[出力]運賃請求監査表のレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT73-KANSA-LIST.
       01   PRT73-RECODE                      PIC X(132).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
       *>
       *>--手続き部で「MAIN-PROC」を終了させる際の定数となる--
       77   CST-END                           PIC X(004) VALUE "END".
       *>
       *>--改ページとなる印刷行数の上限--
       77   CST-MAX-LINE                      PIC 9(002) VALUE 50.
       *>
       01   WRK-WORK-AREA.
            03   WRK-AT-END                   PIC X(004).
            03   WRK-LINE-COUNT               PIC 9(002).
            03   WRK-PAGE-COUNT               PIC 9(004).
            *>--請求小口件数・請求額合計・照合一致件数--
            03   WRK-IN-COUNT                 PIC 9(006).
            03   WRK-SEIKYU-GOKEI             PIC 9(009).
            03   WRK-ITCHI-COUNT              PIC 9(006).
            *>--未マニフェスト・二重請求・過大請求・料率未登録の件数と金額--
            03   WRK-MIMFT-COUNT              PIC 9(006).
            03   WRK-MIMFT-GAKU               PIC 9(009).
            03   WRK-NIJU-COUNT               PIC 9(006).
            03   WRK-NIJU-GAKU                PIC 9(009).
            03   WRK-KADAI-COUNT              PIC 9(006).
            03   WRK-KADAI-SAGAKU             PIC 9(009).
            03   WRK-MIRITSU-COUNT            PIC 9(006).
            *>--例外件数の合計（監査ログへ渡す）--
            03   WRK-ERROR-COUNT              PIC 9(006).
       *>
       01   IN-FILE-STATUS                    PIC XX.
       01   MFT-FILE-STATUS                   PIC XX.
       01   FRT-FILE-STATUS                   PIC XX.
       01   FKR-FILE-STATUS                   PIC XX.
       *>
       *>--マニフェストレコードの読み込み領域（区分別の再定義）--
       01   WRK-MFT-RECODE                    PIC X(060).
       01   WRK-MFT-HEADER   REDEFINES   WRK-MFT-RECODE.
            03   WRK-MFTH-KUBUN               PIC X(001).
            03   WRK-MFTH-MANIFEST            PIC 9(006).
            03   WRK-MFTH-UNSO-CODE           PIC X(002).
            03   WRK-MFTH-UNSO-MEI            PIC X(020).
            03   WRK-MFTH-SAKUSEI-BI          PIC 9(008).
            03   WRK-MFTH-CUTOFF              PIC 9(004).
            03   FILLER                       PIC X(019).
       01   WRK-MFT-DETAIL   REDEFINES   WRK-MFT-RECODE.
            03   WRK-MFTD-KUBUN               PIC X(001).
            03   WRK-MFTD-ZYUTYU-BANGOU       PIC X(008).
            03   WRK-MFTD-YUBIN-BANGOU        PIC X(007).
            03   WRK-MFTD-KONPO-SU            PIC 9(005).
            03   WRK-MFTD-JURYO-G             PIC 9(009).
            03   FILLER                       PIC X(030).
       *>
       *>--読み込み中のマニフェストのヘッダ（明細へ引き継ぐ）--
       01   WRK-GEN-MANIFEST                  PIC 9(006).
       01   WRK-GEN-UNSO-CODE                 PIC X(002).
       *>
       *>--マニフェスト小口明細の一括読み込み用テーブル
       *>  （今回の請求での照合回数を持ち、二重請求を判定する）--
       77   CST-MAX-MFT-KENSU                 PIC 9(004) VALUE 9999.
       01   WRK-MFT-TBL.
            03   WRK-MFT-ENT                      OCCURS 9999.
                 05   WRK-MFT-UNSO                PIC X(002).
                 05   WRK-MFT-MANIFEST            PIC 9(006).
                 05   WRK-MFT-KOGUCHI             PIC X(008).
                 05   WRK-MFT-YUBIN               PIC X(007).
                 05   WRK-MFT-JURYO-G             PIC 9(009).
                 05   WRK-MFT-SEIKYU-KAISU        PIC 9(003).
       01   WRK-MFT-CNT                       PIC 9(004).
       01   WRK-MFT-IDX                       PIC 9(004).
       01   WRK-MFT-MITUKE-SW                 PIC X(001).
            88   WRK-MFT-MITUKE               VALUE "Y".
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
       *>
       *>--請求済み小口の一括読み込み用テーブル（前月までの監査分）--
       77   CST-MAX-RIREKI-KENSU              PIC 9(005) VALUE 50000.
       01   WRK-RIREKI-TBL.
            03   WRK-RIREKI-ENT                   OCCURS 50000.
                 05   WRK-RIREKI-UNSO             PIC X(002).
                 05   WRK-RIREKI-MANIFEST         PIC 9(006).
                 05   WRK-RIREKI-KOGUCHI          PIC X(008).
       01   WRK-RIREKI-CNT                    PIC 9(005).
       01   WRK-RIREKI-IDX                    PIC 9(005).
       01   WRK-RIREKI-MITUKE-SW              PIC X(001).
            88   WRK-RIREKI-MITUKE            VALUE "Y".
       *>
       *>--再計算運賃の作業領域--
       01   WRK-JURYO-KG                      PIC 9(006).
       01   WRK-SAIKEISAN-GAKU                PIC 9(007).
       01   WRK-SAGAKU                        PIC 9(007).
       *>
       *>--監査結果の判定区分（印刷する例外の種類）--
       01   WRK-HANTEI                        PIC X(021).
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "FRTAUD01".
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
                     VALUE "運賃請求監査表".
            03   FILLER                       PIC X(012)
                                 VALUE "実行日：".
            03   HD01-NEN                     PIC 9(004).
            03   FILLER                       PIC X(001)
                                 VALUE "/".
            03   HD01-GETU                    PIC 9(002).
            03   FILLER                       PIC X(001)
                                 VALUE "/".
            03   HD01-HI                      PIC 9(002).
            03   FILLER                       PIC X(004)
                                 VALUE SPACE.
            03   FILLER                       PIC X(012)
                                 VALUE "ページ：".
            03   HD01-PAGE                    PIC ZZZ9.
       *>
       01   HD02-KOUMOKU-MIDASHI.
            03   FILLER                       PIC X(006)
                     VALUE "運送".
            03   FILLER                       PIC X(012)
                     VALUE "請求番号".
            03   FILLER                       PIC X(012)
                     VALUE "ＭＦ番号".
            03   FILLER                       PIC X(010)
                     VALUE "小口".
            03   FILLER                       PIC X(012)
                     VALUE "請求重量".
            03   FILLER                       PIC X(012)
                     VALUE "ＭＦ重量".
            03   FILLER                       PIC X(010)
                     VALUE "請求額".
            03   FILLER                       PIC X(010)
                     VALUE "再計算".
            03   FILLER                       PIC X(010)
                     VALUE "差額".
            03   FILLER                       PIC X(020)
                     VALUE "判定".
            03   FILLER                       PIC X(012)
                     VALUE "備考".
       *>
       01   HD03-MEISAI.
            03   HD03-UNSO-CODE               PIC X(002).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-SEIKYU-NO               PIC X(010).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-MANIFEST-BANGOU         PIC 9(006).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-KOGUCHI-BANGOU          PIC X(008).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-SEIKYU-JURYO            PIC ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD03-MFT-JURYO               PIC ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD03-SEIKYU-GAKU             PIC Z,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD03-SAIKEISAN-GAKU          PIC Z,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD03-SAGAKU                  PIC Z,ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-HANTEI                  PIC X(021).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-BIKO                    PIC X(012).
       *>
       01   HD04-GOKEI-1.
            03   FILLER                       PIC X(030)
                     VALUE "請求小口件数：".
            03   HD04-IN-COUNT                PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   FILLER                       PIC X(024)
                     VALUE "請求額合計：".
            03   HD04-SEIKYU-GOKEI            PIC ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   FILLER                       PIC X(024)
                     VALUE "照合一致件数：".
            03   HD04-ITCHI-COUNT             PIC ZZZ,ZZ9.
       *>
       01   HD05-GOKEI-2.
            03   FILLER                       PIC X(030)
                     VALUE "未マニフェスト：".
            03   HD05-MIMFT-COUNT             PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   FILLER                       PIC X(024)
                     VALUE "請求額：".
            03   HD05-MIMFT-GAKU              PIC ZZZ,ZZZ,ZZ9.
       *>
       01   HD06-GOKEI-3.
            03   FILLER                       PIC X(030)
                     VALUE "二重請求：".
            03   HD06-NIJU-COUNT              PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   FILLER                       PIC X(024)
                     VALUE "請求額：".
            03   HD06-NIJU-GAKU               PIC ZZZ,ZZZ,ZZ9.
       *>
       01   HD07-GOKEI-4.
            03   FILLER                       PIC X(030)
                     VALUE "過大請求：".
            03   HD07-KADAI-COUNT             PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   FILLER                       PIC X(024)
                     VALUE "差額合計：".
            03   HD07-KADAI-SAGAKU            PIC ZZZ,ZZZ,ZZ9.
       *>
       01   HD08-GOKEI-5.
            03   FILLER                       PIC X(030)
                     VALUE "料率未登録：".
            03   HD08-MIRITSU-COUNT           PIC ZZZ,ZZ9.
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "FRTAUD01の処理結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "請求小口件数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "照合一致件数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS4-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "監査例外件数：".
            03   MSG4-COUNT                   PIC ZZZ,ZZ9.
       *>
       *>--退避テーブルあふれ時に表示するメッセージ--
       01   MSA-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                   VALUE "退避テーブルあふれ（中止）".
       *>
       *>--入出力異常発生時に表示するメッセージ--
       01   MS9-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                  VALUE "FIV01-SEIKYU-FILE入出力異常 STATUS=".
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
           MOVE   ZERO       TO   WRK-SEIKYU-GOKEI.
           MOVE   ZERO       TO   WRK-ITCHI-COUNT.
           MOVE   ZERO       TO   WRK-MIMFT-COUNT.
           MOVE   ZERO       TO   WRK-MIMFT-GAKU.
           MOVE   ZERO       TO   WRK-NIJU-COUNT.
           MOVE   ZERO       TO   WRK-NIJU-GAKU.
           MOVE   ZERO       TO   WRK-KADAI-COUNT.
           MOVE   ZERO       TO   WRK-KADAI-SAGAKU.
           MOVE   ZERO       TO   WRK-MIRITSU-COUNT.
           MOVE   ZERO       TO   WRK-ERROR-COUNT.
           MOVE   ZERO       TO   WRK-PAGE-COUNT.
           MOVE   ZERO       TO   WRK-MFT-CNT.
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
       *>
       *>  実行日の取得
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           MOVE     WRK-RUN-DATE   TO     WRK-RUN-DATE-H.
       *>
       *>  マニフェスト（第１～第３運送会社）・料率・請求済み小口の
       *>  一括読み込み
           PERFORM   MFT1-LOAD-PROC.
           PERFORM   MFT2-LOAD-PROC.
           PERFORM   MFT3-LOAD-PROC.
           PERFORM   SORYO-FILE-LOAD-PROC.
           PERFORM   RIREKI-FILE-LOAD-PROC.
       *>
       *>ファイルのオープン
           OPEN   INPUT    FIV01-SEIKYU-FILE
                  OUTPUT   PRT73-KANSA-LIST.
       *>
       *>  請求済み小口ファイルは追記モードでオープンする（ファイルが
       *>  無い場合は新規作成）
           OPEN   EXTEND   FKR01-RIREKI-FILE.
           IF   FKR-FILE-STATUS   =   "35"   THEN
                OPEN   OUTPUT   FKR01-RIREKI-FILE
           END-IF.
       *>
           PERFORM   MIDASHI-WRITE-PROC.
       *>
       *>運賃請求ファイルの読み込み
           PERFORM   SEIKYU-FILE-READ-PROC.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>終了処理
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
       *>  監査結果の合計の印刷
           MOVE   WRK-IN-COUNT        TO   HD04-IN-COUNT.
           MOVE   WRK-SEIKYU-GOKEI    TO   HD04-SEIKYU-GOKEI.
           MOVE   WRK-ITCHI-COUNT     TO   HD04-ITCHI-COUNT.
           MOVE   WRK-MIMFT-COUNT     TO   HD05-MIMFT-COUNT.
           MOVE   WRK-MIMFT-GAKU      TO   HD05-MIMFT-GAKU.
           MOVE   WRK-NIJU-COUNT      TO   HD06-NIJU-COUNT.
           MOVE   WRK-NIJU-GAKU       TO   HD06-NIJU-GAKU.
           MOVE   WRK-KADAI-COUNT     TO   HD07-KADAI-COUNT.
           MOVE   WRK-KADAI-SAGAKU    TO   HD07-KADAI-SAGAKU.
           MOVE   WRK-MIRITSU-COUNT   TO   HD08-MIRITSU-COUNT.
           MOVE   SPACE               TO   PRT73-RECODE.
           WRITE  PRT73-RECODE.
           WRITE  PRT73-RECODE        FROM   HD04-GOKEI-1.
           WRITE  PRT73-RECODE        FROM   HD05-GOKEI-2.
           WRITE  PRT73-RECODE        FROM   HD06-GOKEI-3.
           WRITE  PRT73-RECODE        FROM   HD07-GOKEI-4.
           WRITE  PRT73-RECODE        FROM   HD08-GOKEI-5.
       *>
       *>ファイルのクローズ
           CLOSE   FIV01-SEIKYU-FILE
                   FKR01-RIREKI-FILE
                   PRT73-KANSA-LIST.
       *>
       *>請求小口・照合一致・例外件数の表示
           MOVE   WRK-IN-COUNT      TO   MSG2-COUNT.
           MOVE   WRK-ITCHI-COUNT   TO   MSG3-COUNT.
           MOVE   WRK-ERROR-COUNT   TO   MSG4-COUNT.
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
                                          WRK-ITCHI-COUNT
                                          WRK-ERROR-COUNT
                                          WRK-START-TIME.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>主処理（請求小口１件ごとのマニフェスト照合と運賃の再計算）
       *>----------------------------------------------------------------------------
       MAIN-PROC                          SECTION.
       *>
           ADD   1                   TO   WRK-IN-COUNT.
           ADD   FIV01-SEIKYU-GAKU   TO   WRK-SEIKYU-GOKEI.
       *>
           MOVE   SPACE   TO   WRK-HANTEI.
           MOVE   SPACE   TO   HD03-BIKO.
           MOVE   ZERO    TO   WRK-SAIKEISAN-GAKU.
           MOVE   ZERO    TO   WRK-SAGAKU.
       *>
       *>  マニフェスト小口明細の検索（無ければ未マニフェストの請求）
           MOVE   SPACE   TO   WRK-MFT-MITUKE-SW.
           PERFORM   MFT-TBL-CHECK-PROC
                    VARYING   WRK-MFT-IDX   FROM   1   BY   1
                    UNTIL   WRK-MFT-IDX   >   WRK-MFT-CNT
                    OR      WRK-MFT-MITUKE.
       *>
           IF   NOT   WRK-MFT-MITUKE   THEN
                MOVE   "未マニフェスト"   TO   WRK-HANTEI
                ADD    1                   TO   WRK-MIMFT-COUNT
                ADD    FIV01-SEIKYU-GAKU   TO   WRK-MIMFT-GAKU
                PERFORM   MEISAI-WRITE-PROC
                GO   TO   MAIN-PROC-READ
           END-IF.
           SUBTRACT   1   FROM   WRK-MFT-IDX.
       *>
       *>  二重請求の判定（当月の請求内で照合済み、または前月までに
       *>  監査済みの小口）
           MOVE   SPACE   TO   WRK-RIREKI-MITUKE-SW.
           PERFORM   RIREKI-TBL-CHECK-PROC
                    VARYING   WRK-RIREKI-IDX   FROM   1   BY   1
                    UNTIL   WRK-RIREKI-IDX   >   WRK-RIREKI-CNT
                    OR      WRK-RIREKI-MITUKE.
       *>
           IF   WRK-MFT-SEIKYU-KAISU(WRK-MFT-IDX)   >   ZERO
           OR   WRK-RIREKI-MITUKE   THEN
                MOVE   "二重請求"          TO   WRK-HANTEI
                ADD    1                   TO   WRK-NIJU-COUNT
                ADD    FIV01-SEIKYU-GAKU   TO   WRK-NIJU-GAKU
                PERFORM   MEISAI-WRITE-PROC
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
       *>  照合済みの記録（当月の二重請求判定と請求済み小口ファイル）
           ADD    1   TO   WRK-MFT-SEIKYU-KAISU(WRK-MFT-IDX).
           PERFORM   RIREKI-WRITE-PROC.
       *>
       *>  請求重量がマニフェストの総重量を上回る場合は備考へ印字する
           IF   FIV01-JURYO-G   >   WRK-MFT-JURYO-G(WRK-MFT-IDX)   THEN
                MOVE   "重量超過"   TO   HD03-BIKO
           END-IF.
       *>
       *>  運賃の再計算（料率未登録の地帯は再計算不能として印刷する）
           MOVE   SPACE   TO   WRK-SORYO-MITUKE-SW.
           PERFORM   SORYO-TBL-CHECK-PROC
                    VARYING   WRK-SORYO-IDX   FROM   1   BY   1
                    UNTIL   WRK-SORYO-IDX   >   WRK-SORYO-CNT
                    OR      WRK-SORYO-MITUKE.
       *>
           IF   NOT   WRK-SORYO-MITUKE   THEN
                MOVE   "料率未登録"   TO   WRK-HANTEI
                ADD    1              TO   WRK-MIRITSU-COUNT
                PERFORM   MEISAI-WRITE-PROC
                GO   TO   MAIN-PROC-READ
           END-IF.
           SUBTRACT   1   FROM   WRK-SORYO-IDX.
       *>
       *>  運賃＝基本料＋キロ単価×重量（キログラムへ切り上げ換算）
           COMPUTE   WRK-JURYO-KG   =
                     ( WRK-MFT-JURYO-G(WRK-MFT-IDX)   +   999 )
                     /   1000.
           COMPUTE   WRK-SAIKEISAN-GAKU   =
                     WRK-SORYO-KIHON(WRK-SORYO-IDX)
                     + ( WRK-SORYO-KG-TANKA(WRK-SORYO-IDX)
                         *   WRK-JURYO-KG ).
       *>
           IF   FIV01-SEIKYU-GAKU   >   WRK-SAIKEISAN-GAKU   THEN
                COMPUTE   WRK-SAGAKU   =
                          FIV01-SEIKYU-GAKU   -   WRK-SAIKEISAN-GAKU
                MOVE   "過大請求"   TO   WRK-HANTEI
                ADD    1            TO   WRK-KADAI-COUNT
                ADD    WRK-SAGAKU   TO   WRK-KADAI-SAGAKU
                PERFORM   MEISAI-WRITE-PROC
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
           ADD   1   TO   WRK-ITCHI-COUNT.
       *>
       MAIN-PROC-READ.
       *>
           PERFORM   SEIKYU-FILE-READ-PROC.
       *>
       MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>マニフェスト小口明細テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       MFT-TBL-CHECK-PROC                 SECTION.
       *>
           IF   WRK-MFT-UNSO(WRK-MFT-IDX)       =   FIV01-UNSO-CODE
           AND  WRK-MFT-MANIFEST(WRK-MFT-IDX)
                                   =   FIV01-MANIFEST-BANGOU
           AND  WRK-MFT-KOGUCHI(WRK-MFT-IDX)
                                   =   FIV01-KOGUCHI-BANGOU   THEN
                MOVE   "Y"   TO   WRK-MFT-MITUKE-SW
           END-IF.
       *>
       MFT-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>請求済み小口テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       RIREKI-TBL-CHECK-PROC              SECTION.
       *>
           IF   WRK-RIREKI-UNSO(WRK-RIREKI-IDX)   =   FIV01-UNSO-CODE
           AND  WRK-RIREKI-MANIFEST(WRK-RIREKI-IDX)
                                   =   FIV01-MANIFEST-BANGOU
           AND  WRK-RIREKI-KOGUCHI(WRK-RIREKI-IDX)
                                   =   FIV01-KOGUCHI-BANGOU   THEN
                MOVE   "Y"   TO   WRK-RIREKI-MITUKE-SW
           END-IF.
       *>
       RIREKI-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>送料地帯別料率テーブルの突合チェック（１件分。運送会社×届け先
       *>  郵便番号上３桁）
       *>----------------------------------------------------------------------------
       SORYO-TBL-CHECK-PROC               SECTION.
       *>
           IF   WRK-SORYO-UNSO(WRK-SORYO-IDX)   =   FIV01-UNSO-CODE
           AND  WRK-SORYO-PREFIX(WRK-SORYO-IDX)
                           =   WRK-MFT-YUBIN(WRK-MFT-IDX)(1:3)   THEN
                MOVE   "Y"   TO   WRK-SORYO-MITUKE-SW
           END-IF.
       *>
       SORYO-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>[出力]請求済み小口ファイルへの追記（照合した請求小口１件分）
       *>----------------------------------------------------------------------------
       RIREKI-WRITE-PROC                  SECTION.
       *>
           MOVE   FIV01-UNSO-CODE         TO   FKR01-UNSO-CODE.
           MOVE   FIV01-MANIFEST-BANGOU   TO   FKR01-MANIFEST-BANGOU.
           MOVE   FIV01-KOGUCHI-BANGOU    TO   FKR01-KOGUCHI-BANGOU.
           MOVE   FIV01-SEIKYU-NO         TO   FKR01-SEIKYU-NO.
           MOVE   WRK-RUN-DATE            TO   FKR01-KANSA-BI.
           WRITE  FKR01-RECODE.
       *>
       RIREKI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>運賃請求監査表の明細印刷（監査例外の請求小口１件分）
       *>----------------------------------------------------------------------------
       MEISAI-WRITE-PROC                  SECTION.
       *>
           IF   WRK-LINE-COUNT   >   CST-MAX-LINE   THEN
                PERFORM   MIDASHI-WRITE-PROC
           END-IF.
       *>
           ADD    1   TO   WRK-ERROR-COUNT.
       *>
           MOVE   FIV01-UNSO-CODE         TO   HD03-UNSO-CODE.
           MOVE   FIV01-SEIKYU-NO         TO   HD03-SEIKYU-NO.
           MOVE   FIV01-MANIFEST-BANGOU   TO   HD03-MANIFEST-BANGOU.
           MOVE   FIV01-KOGUCHI-BANGOU    TO   HD03-KOGUCHI-BANGOU.
           MOVE   FIV01-JURYO-G           TO   HD03-SEIKYU-JURYO.
           MOVE   FIV01-SEIKYU-GAKU       TO   HD03-SEIKYU-GAKU.
           MOVE   WRK-SAIKEISAN-GAKU      TO   HD03-SAIKEISAN-GAKU.
           MOVE   WRK-SAGAKU              TO   HD03-SAGAKU.
           MOVE   WRK-HANTEI              TO   HD03-HANTEI.
           IF   WRK-MFT-MITUKE   THEN
                MOVE   WRK-MFT-JURYO-G(WRK-MFT-IDX)   TO
                       HD03-MFT-JURYO
           ELSE
                MOVE   ZERO                           TO
                       HD03-MFT-JURYO
           END-IF.
       *>
           MOVE   SPACE          TO   PRT73-RECODE.
           WRITE  PRT73-RECODE   FROM   HD03-MEISAI.
           ADD    1              TO   WRK-LINE-COUNT.
       *>
       MEISAI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>運賃請求監査表の見出しの印刷処理
       *>----------------------------------------------------------------------------
       MIDASHI-WRITE-PROC                 SECTION.
       *>
           ADD     1                  TO   WRK-PAGE-COUNT.
           MOVE    ZERO               TO   WRK-LINE-COUNT.
       *>
           MOVE    WRK-RUN-NEN        TO   HD01-NEN.
           MOVE    WRK-RUN-GETU       TO   HD01-GETU.
           MOVE    WRK-RUN-HI         TO   HD01-HI.
           MOVE    WRK-PAGE-COUNT     TO   HD01-PAGE.
           MOVE    SPACE              TO   PRT73-RECODE.
           WRITE   PRT73-RECODE       FROM   HD01-MIDASHI-1.
       *>
           MOVE    SPACE              TO   PRT73-RECODE.
           WRITE   PRT73-RECODE       FROM   HD02-KOUMOKU-MIDASHI.
       *>
       MIDASHI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>第１運送会社マニフェストの一括読み込み（無い場合は読み飛ばす）
       *>----------------------------------------------------------------------------
       MFT1-LOAD-PROC                     SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   MFT1-MANIFEST-FILE.
       *>
           IF   MFT-FILE-STATUS   =   "00"   THEN
                PERFORM   MFT1-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   MFT1-MANIFEST-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       MFT1-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>第１運送会社マニフェストの読み込み（１件分）
       *>----------------------------------------------------------------------------
       MFT1-READ-PROC                     SECTION.
       *>
           READ MFT1-MANIFEST-FILE   INTO   WRK-MFT-RECODE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     PERFORM   MFT-TORIKOMI-PROC
           END-READ.
       *>
       MFT1-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>第２運送会社マニフェストの一括読み込み（無い場合は読み飛ばす）
       *>----------------------------------------------------------------------------
       MFT2-LOAD-PROC                     SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   MFT2-MANIFEST-FILE.
       *>
           IF   MFT-FILE-STATUS   =   "00"   THEN
                PERFORM   MFT2-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   MFT2-MANIFEST-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       MFT2-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>第２運送会社マニフェストの読み込み（１件分）
       *>----------------------------------------------------------------------------
       MFT2-READ-PROC                     SECTION.
       *>
           READ MFT2-MANIFEST-FILE   INTO   WRK-MFT-RECODE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     PERFORM   MFT-TORIKOMI-PROC
           END-READ.
       *>
       MFT2-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>第３運送会社マニフェストの一括読み込み（無い場合は読み飛ばす）
       *>----------------------------------------------------------------------------
       MFT3-LOAD-PROC                     SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   MFT3-MANIFEST-FILE.
       *>
           IF   MFT-FILE-STATUS   =   "00"   THEN
                PERFORM   MFT3-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   MFT3-MANIFEST-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       MFT3-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>第３運送会社マニフェストの読み込み（１件分）
       *>----------------------------------------------------------------------------
       MFT3-READ-PROC                     SECTION.
       *>
           READ MFT3-MANIFEST-FILE   INTO   WRK-MFT-RECODE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     PERFORM   MFT-TORIKOMI-PROC
           END-READ.
       *>
       MFT3-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>マニフェストレコードの取り込み（１件分）
       *>  ヘッダのマニフェスト番号・運送会社コードを退避し、後続の小口
       *>  明細をテーブルへ格納する（管理トレーラは読み飛ばす）
       *>----------------------------------------------------------------------------
       MFT-TORIKOMI-PROC                  SECTION.
       *>
           IF   WRK-MFTH-KUBUN   =   "H"   THEN
                MOVE   WRK-MFTH-MANIFEST    TO   WRK-GEN-MANIFEST
                MOVE   WRK-MFTH-UNSO-CODE   TO   WRK-GEN-UNSO-CODE
                GO   TO   MFT-TORIKOMI-PROC-EXIT
           END-IF.
       *>
           IF   WRK-MFTD-KUBUN   NOT =   "D"   THEN
                GO   TO   MFT-TORIKOMI-PROC-EXIT
           END-IF.
       *>
           IF   WRK-MFT-CNT   >=   CST-MAX-MFT-KENSU   THEN
                PERFORM   TBL-OVER-ABORT-PROC
           END-IF.
       *>
           ADD    1                        TO   WRK-MFT-CNT.
           MOVE   WRK-GEN-UNSO-CODE        TO
                  WRK-MFT-UNSO(WRK-MFT-CNT).
           MOVE   WRK-GEN-MANIFEST         TO
                  WRK-MFT-MANIFEST(WRK-MFT-CNT).
           MOVE   WRK-MFTD-ZYUTYU-BANGOU   TO
                  WRK-MFT-KOGUCHI(WRK-MFT-CNT).
           MOVE   WRK-MFTD-YUBIN-BANGOU    TO
                  WRK-MFT-YUBIN(WRK-MFT-CNT).
           MOVE   WRK-MFTD-JURYO-G         TO
                  WRK-MFT-JURYO-G(WRK-MFT-CNT).
           MOVE   ZERO                     TO
                  WRK-MFT-SEIKYU-KAISU(WRK-MFT-CNT).
       *>
       MFT-TORIKOMI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>送料地帯別料率ファイルの一括読み込み（線形検索用テーブルへ格納）
       *>  料率ファイルが無い場合は全小口を料率未登録として印刷する
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
       *>請求済み小口ファイルの一括読み込み（初回は無くてもよい）
       *>----------------------------------------------------------------------------
       RIREKI-FILE-LOAD-PROC              SECTION.
       *>
           MOVE   ZERO    TO   WRK-RIREKI-CNT.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   FKR01-RIREKI-FILE.
       *>
           IF   FKR-FILE-STATUS   =   "00"   THEN
                PERFORM   RIREKI-FILE-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   FKR01-RIREKI-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       RIREKI-FILE-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>請求済み小口ファイルの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       RIREKI-FILE-READ-PROC              SECTION.
       *>
           READ FKR01-RIREKI-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-RIREKI-CNT   >=   CST-MAX-RIREKI-KENSU
                     THEN
                          PERFORM   TBL-OVER-ABORT-PROC
                     END-IF
                     ADD   1   TO   WRK-RIREKI-CNT
                     MOVE   FKR01-UNSO-CODE         TO
                         WRK-RIREKI-UNSO(WRK-RIREKI-CNT)
                     MOVE   FKR01-MANIFEST-BANGOU   TO
                         WRK-RIREKI-MANIFEST(WRK-RIREKI-CNT)
                     MOVE   FKR01-KOGUCHI-BANGOU    TO
                         WRK-RIREKI-KOGUCHI(WRK-RIREKI-CNT)
           END-READ.
       *>
       RIREKI-FILE-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>運賃請求ファイルの読み込み
       *>----------------------------------------------------------------------------
       SEIKYU-FILE-READ-PROC              SECTION.
       *>
           READ   FIV01-SEIKYU-FILE
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
       SEIKYU-FILE-READ-PROC-EXIT.
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
       *>退避テーブルあふれ処理（異常終了する）
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
