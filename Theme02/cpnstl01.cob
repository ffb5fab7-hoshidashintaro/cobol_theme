       *>*********************************************************
       *>クーポン精算表作成処理
       *>  売上詳細作成（THEME0002）の売上詳細ファイル（OD01）の
       *>  クーポン値引き行と、例外ファイル（EXC01）のクーポン例外行を
       *>  クーポンコードごとに集計し、クーポン精算表（PRT85）を作成する。
       *>  精算表にはクーポンマスタ（CPN01）の額面・有効期間と、
       *>  利用件数・値引額（税抜・消費税・税込）・額面との差異、
       *>  期間外・未登録により拒否した件数を印刷する。
       *>  メーカー負担のクーポン（費用負担区分"M"）は発行元への
       *>  精算請求ファイル（CLM01）を作成する。
       *>*********************************************************
       *>見出し部
       *>*********************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   CPNSTL01.
       *>*********************************************************
       *>環境部
       *>*********************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
       *>*********************************************************
       *>[入力]クーポンマスタファイル（コード・額面・有効期間・費用負担）
       *>*********************************************************
       SELECT CPN01-COUPON-MASTER ASSIGN     TO "CPN01.txt"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 STATUS       IS CPN-FILE-STATUS.
       *>*********************************************************
       *>[入力]売上詳細ファイル（THEME0002の出力）
       *>*********************************************************
       SELECT IN1-URIAGE-SHOUSAI ASSIGN       TO "OD01.txt"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 STATUS       IS OD-FILE-STATUS.
       *>*********************************************************
       *>[入力]商品マスタ未該当例外ファイル（THEME0002の出力）
       *>*********************************************************
       SELECT IN2-URIAGE-EXCEPTION ASSIGN     TO "EXC01.txt"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 STATUS       IS EXC-FILE-STATUS.
       *>*********************************************************
       *>[出力]クーポン精算表ファイル
       *>*********************************************************
       SELECT PRT85-SEISAN-RPT   ASSIGN       TO "PRT85.txt"
                                 ORGANIZATION IS LINE SEQUENTIAL.
       *>*********************************************************
       *>[出力]メーカー精算請求ファイル
       *>*********************************************************
       SELECT CLM01-SEIKYU-FILE  ASSIGN       TO "CLM01.txt"
                                 ORGANIZATION IS LINE SEQUENTIAL.
       *>*********************************************************
       *>データ部
       *>*********************************************************
       DATA                          DIVISION.
       FILE                          SECTION.
       *>*********************************************************
       *>クーポンマスタファイルのレイアウト定義（THEME0002と同一）
       *>*********************************************************
       FD CPN01-COUPON-MASTER.
       01 CPN01-RECODE.
          03 CPN01-COUPON-CODE       PIC X(008).
          03 CPN01-GAKUMEN           PIC 9(006).
          03 CPN01-YUKO-FROM         PIC 9(008).
          03 CPN01-YUKO-TO           PIC 9(008).
       *>   --費用負担区分（"M"＝メーカー負担。発行元へ精算請求する）--
          03 CPN01-FUTAN-KUBUN       PIC X(001).
          03 CPN01-HAKKO-MOTO        PIC X(006).
       *>*********************************************************
       *>売上詳細ファイルのレイアウト定義（THEME0002と同一）
       *>*********************************************************
       FD IN1-URIAGE-SHOUSAI.
       01 IN1-RECODE.
          03 IN1-SHOHIN-CODE         PIC 9(005).
          03 IN1-SHURUI              PIC 9(003).
          03 IN1-SHOHIN-MEI          PIC X(040).
          03 IN1-SUURYO-TOTAL        PIC 9(003).
          03 IN1-KAKAKU              PIC 9(005)V99.
          03 IN1-KINGAKU-TOTAL       PIC 9(008)V99.
          03 IN1-SHOUHI-ZEI          PIC 9(007)V99.
          03 IN1-ZEIKOMI-KINGAKU     PIC 9(008)V99.
       *>
       *>  クーポン行のレイアウト定義（金額はマイナスで記録されている）
       01 IN1-COUPON-RECODE REDEFINES IN1-RECODE.
          03 IN1-CP-KUBUN            PIC X(001).
              88 IN1-COUPON-REC      VALUE "C".
          03 IN1-CP-COUPON-CODE      PIC X(008).
          03 IN1-CP-KINGAKU          PIC S9(006).
          03 IN1-CP-SHOUHI-ZEI       PIC S9(006).
          03 IN1-CP-ZEIKOMI-KINGAKU  PIC S9(007).
          03 FILLER                  PIC X(058).
       *>*********************************************************
       *>商品マスタ未該当例外ファイルのレイアウト定義（THEME0002と同一）
       *>*********************************************************
       FD IN2-URIAGE-EXCEPTION.
       01 IN2-RECODE.
          03 IN2-SHOHIN-CODE         PIC 9(005).
          03 IN2-SHURUI              PIC 9(003).
          03 IN2-SUURYO-TOTAL        PIC 9(003).
          03 IN2-KAKAKU              PIC 9(005)V99.
          03 IN2-ERROR-KUBUN         PIC X(015).
       *>
       *>  クーポン例外行のレイアウト定義
       01 IN2-COUPON-RECODE REDEFINES IN2-RECODE.
          03 IN2-CP-KUBUN            PIC X(001).
              88 IN2-COUPON-REC      VALUE "C".
          03 IN2-CP-COUPON-CODE      PIC X(008).
          03 IN2-CP-KINGAKU          PIC S9(006).
          03 IN2-CP-ERROR-KUBUN      PIC X(015).
              88 IN2-CP-KIGENGAI     VALUE "COUPON-KIGENGAI".
              88 IN2-CP-MITOROKU     VALUE "COUPON-MITOROKU".
          03 FILLER                  PIC X(003).
       *>*********************************************************
       *>クーポン精算表ファイルのレイアウト定義
       *>*********************************************************
       FD PRT85-SEISAN-RPT.
       01 PRT85-RECODE               PIC X(160).
       *>*********************************************************
       *>メーカー精算請求ファイルのレイアウト定義
       *>  （発行元・クーポンごとに１件。金額はプラスで記録する）
       *>*********************************************************
       FD CLM01-SEIKYU-FILE.
       01 CLM01-RECODE.
          03 CLM01-HAKKO-MOTO        PIC X(006).
          03 CLM01-COUPON-CODE       PIC X(008).
          03 CLM01-SEISAN-BI         PIC 9(008).
          03 CLM01-YUKO-FROM         PIC 9(008).
          03 CLM01-YUKO-TO           PIC 9(008).
          03 CLM01-GAKUMEN           PIC 9(006).
          03 CLM01-KENSU             PIC 9(006).
          03 CLM01-KINGAKU           PIC 9(009).
          03 CLM01-SHOUHI-ZEI        PIC 9(008).
          03 CLM01-ZEIKOMI-KINGAKU   PIC 9(009).
       *>
       *>  トレーラレコードのレイアウト定義（請求件数・税込請求合計）
       01 CLM01-TRAILER-RECODE REDEFINES CLM01-RECODE.
          03 CLM01-TRAILER-CODE      PIC X(007).
          03 CLM01-TR-SEISAN-BI      PIC 9(008).
          03 CLM01-TR-KENSU          PIC 9(006).
          03 CLM01-TR-ZEIKOMI-GOUKEI PIC 9(011).
          03 FILLER                  PIC X(044).
       *>*********************************************************
       *>作業領域の定義
       *>*********************************************************
       WORKING-STORAGE               SECTION.
       *>
       77 CST-END                    PIC X(004) VALUE "END ".
       *>
       01 CPN-FILE-STATUS            PIC XX.
       01 OD-FILE-STATUS             PIC XX.
       01 EXC-FILE-STATUS            PIC XX.
       *>
       *>--精算日（実行日）--
       01 WRK-SEISAN-BI              PIC 9(008).
       *>
       *>--クーポン別集計テーブル（マスタ登録分の後に未登録コードを追加）--
       77 CST-MAX-COUPON-KENSU       PIC 9(003) VALUE 999.
       01 WRK-COUPON-TBL.
          03 WRK-COUPON-ENT              OCCURS 999.
              05 WRK-CP-CODE             PIC X(008).
              05 WRK-CP-GAKUMEN          PIC 9(006).
              05 WRK-CP-YUKO-FROM        PIC 9(008).
              05 WRK-CP-YUKO-TO          PIC 9(008).
              05 WRK-CP-FUTAN-KUBUN      PIC X(001).
                  88 WRK-CP-MAKER-FUTAN  VALUE "M".
              05 WRK-CP-HAKKO-MOTO       PIC X(006).
              05 WRK-CP-MASTER-SW        PIC X(001).
                  88 WRK-CP-MASTER-ARI   VALUE "Y".
       *>       --利用件数・値引額（税抜・消費税・税込。プラスで集計）--
              05 WRK-CP-RIYO-KENSU       PIC 9(006).
              05 WRK-CP-KINGAKU          PIC S9(009).
              05 WRK-CP-SHOUHI-ZEI       PIC S9(008).
              05 WRK-CP-ZEIKOMI-KINGAKU  PIC S9(009).
       *>       --拒否件数（期間外・未登録）--
              05 WRK-CP-KIGENGAI-KENSU   PIC 9(006).
              05 WRK-CP-MITOROKU-KENSU   PIC 9(006).
       01 WRK-COUPON-CNT             PIC 9(003).
       01 WRK-COUPON-IDX             PIC 9(003).
       01 WRK-COUPON-MITUKE-SW       PIC X(001).
          88 WRK-COUPON-MITUKE       VALUE "Y".
       01 WRK-COUPON-HIT-IDX         PIC 9(003).
       01 WRK-SAGASHI-CODE           PIC X(008).
       *>
       *>--クーポン１件分の額面合計と差異（額面合計−税抜値引額）--
       01 WRK-GAKUMEN-GOUKEI         PIC S9(009).
       01 WRK-SAGAKU                 PIC S9(009).
       *>
       01 WRK-WOEK-AREA.
           03 WRK-AT-END             PIC X(004).
           03 WRK-RIYO-COUNT         PIC 9(006).
           03 WRK-KIGENGAI-COUNT     PIC 9(006).
           03 WRK-MITOROKU-COUNT     PIC 9(006).
           03 WRK-SEIKYU-COUNT       PIC 9(006).
           03 WRK-OUT-COUNT          PIC 9(006).
       *>
       *>--総合計（値引額・メーカー請求額。いずれもプラス）--
       01 WRK-GOUKEI-KINGAKU         PIC S9(011).
       01 WRK-GOUKEI-SHOUHI-ZEI      PIC S9(010).
       01 WRK-GOUKEI-ZEIKOMI         PIC S9(011).
       01 WRK-GOUKEI-SAGAKU          PIC S9(011).
       01 WRK-SEIKYU-GOUKEI          PIC 9(011).
       *>
       *>--印刷する見出しの定義--
       01 HD01-MIDASHI-1.
           03 FILLER                 PIC X(036)
                       VALUE "＜クーポン精算表＞".
           03 FILLER                 PIC X(015)
                       VALUE "精算日：".
           03 HD01-SEISAN-BI         PIC 9999/99/99.
       *>
       01 HD02-MIDASHI-2.
           03 FILLER                 PIC X(012)
                       VALUE "コード".
           03 FILLER                 PIC X(011)
                       VALUE "負担".
           03 FILLER                 PIC X(022)
                       VALUE "有効期間".
           03 FILLER                 PIC X(010)
                       VALUE "    額面".
           03 FILLER                 PIC X(010)
                       VALUE "    件数".
           03 FILLER                 PIC X(015)
                       VALUE "    値引額".
           03 FILLER                 PIC X(014)
                       VALUE "    消費税".
           03 FILLER                 PIC X(015)
                       VALUE "    税込額".
           03 FILLER                 PIC X(016)
                       VALUE "  額面差異".
           03 FILLER                 PIC X(011)
                       VALUE "  期間外".
           03 FILLER                 PIC X(011)
                       VALUE "  未登録".
       *>
       *>--印刷するクーポン別明細の定義（値引額はプラスで印刷する）--
       01 HD03-MEISAI.
           03 HD03-COUPON-CODE       PIC X(008).
           03 FILLER                 PIC X(001) VALUE SPACE.
           03 HD03-FUTAN             PIC X(012).
           03 FILLER                 PIC X(001) VALUE SPACE.
           03 HD03-YUKO-AREA.
               05 HD03-YUKO-FROM     PIC 9(008).
               05 FILLER             PIC X(001) VALUE "-".
               05 HD03-YUKO-TO       PIC 9(008).
           03 HD03-YUKO-X REDEFINES HD03-YUKO-AREA
                                     PIC X(017).
           03 FILLER                 PIC X(001) VALUE SPACE.
           03 HD03-GAKUMEN           PIC ZZZ,ZZ9.
           03 FILLER                 PIC X(001) VALUE SPACE.
           03 HD03-RIYO-KENSU        PIC ZZZ,ZZ9.
           03 FILLER                 PIC X(001) VALUE SPACE.
           03 HD03-KINGAKU           PIC -ZZ,ZZZ,ZZ9.
           03 FILLER                 PIC X(001) VALUE SPACE.
           03 HD03-SHOUHI-ZEI        PIC -Z,ZZZ,ZZ9.
           03 FILLER                 PIC X(001) VALUE SPACE.
           03 HD03-ZEIKOMI-KINGAKU   PIC -ZZ,ZZZ,ZZ9.
           03 FILLER                 PIC X(001) VALUE SPACE.
           03 HD03-SAGAKU            PIC -ZZ,ZZZ,ZZ9.
           03 FILLER                 PIC X(001) VALUE SPACE.
           03 HD03-KIGENGAI-KENSU    PIC ZZZ,ZZ9.
           03 FILLER                 PIC X(001) VALUE SPACE.
           03 HD03-MITOROKU-KENSU    PIC ZZZ,ZZ9.
       *>
       *>--印刷する総合計行の定義--
       01 HD04-GOUKEI.
           03 FILLER                 PIC X(042)
                       VALUE "＜総合計＞".
           03 HD04-RIYO-KENSU        PIC ZZZ,ZZ9.
           03 FILLER                 PIC X(001) VALUE SPACE.
           03 HD04-KINGAKU           PIC -ZZ,ZZZ,ZZ9.
           03 FILLER                 PIC X(001) VALUE SPACE.
           03 HD04-SHOUHI-ZEI        PIC -Z,ZZZ,ZZ9.
           03 FILLER                 PIC X(001) VALUE SPACE.
           03 HD04-ZEIKOMI-KINGAKU   PIC -ZZ,ZZZ,ZZ9.
           03 FILLER                 PIC X(001) VALUE SPACE.
           03 HD04-SAGAKU            PIC -ZZ,ZZZ,ZZ9.
           03 FILLER                 PIC X(001) VALUE SPACE.
           03 HD04-KIGENGAI-KENSU    PIC ZZZ,ZZ9.
           03 FILLER                 PIC X(001) VALUE SPACE.
           03 HD04-MITOROKU-KENSU    PIC ZZZ,ZZ9.
       *>
       01 HD05-SEIKYU.
           03 FILLER                 PIC X(030)
                       VALUE "＜メーカー請求＞".
           03 FILLER                 PIC X(009)
                       VALUE "件数：".
           03 HD05-SEIKYU-KENSU      PIC ZZZ,ZZ9.
           03 FILLER                 PIC X(003) VALUE SPACE.
           03 FILLER                 PIC X(018)
                       VALUE "税込請求額：".
           03 HD05-SEIKYU-GOUKEI     PIC Z,ZZZ,ZZZ,ZZ9.
       *>
       01 MS1-MESSAGE-AREA.
           03 FILLER                 PIC X(026)
                       VALUE "CPNSTL01の処理結果".
       *>
       01 MS2-MESSAGE-AREA.
           03 FILLER                 PIC X(028)
                        VALUE "クーポン利用件数：".
           03 MSG2-COUNT             PIC ZZZ,ZZ9.
       *>
       01 MS3-MESSAGE-AREA.
           03 FILLER                 PIC X(028)
                        VALUE "期間外拒否件数：".
           03 MSG3-COUNT             PIC ZZZ,ZZ9.
       *>
       01 MS4-MESSAGE-AREA.
           03 FILLER                 PIC X(028)
                        VALUE "未登録拒否件数：".
           03 MSG4-COUNT             PIC ZZZ,ZZ9.
       *>
       01 MS5-MESSAGE-AREA.
           03 FILLER                 PIC X(028)
                        VALUE "メーカー請求件数：".
           03 MSG5-COUNT             PIC ZZZ,ZZ9.
       *>*********************************************************
       *>手続き部
       *>*********************************************************
       PROCEDURE                     DIVISION.
       *>
       PERFORM   INIT-PROC.
       *>
       PERFORM   SHOUSAI-SHUKEI-PROC.
       *>
       PERFORM   EXCEPTION-SHUKEI-PROC.
       *>
       PERFORM   MAIN-PROC.
       *>
       PERFORM   TERM-PROC.
       *>
       STOP RUN.
       *>*********************************************************
       *>初期処理
       *>*********************************************************
       INIT-PROC                     SECTION.
       *>
       *>作業領域の初期化
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           MOVE   ZERO    TO   WRK-RIYO-COUNT.
           MOVE   ZERO    TO   WRK-KIGENGAI-COUNT.
           MOVE   ZERO    TO   WRK-MITOROKU-COUNT.
           MOVE   ZERO    TO   WRK-SEIKYU-COUNT.
           MOVE   ZERO    TO   WRK-OUT-COUNT.
           MOVE   ZERO    TO   WRK-GOUKEI-KINGAKU.
           MOVE   ZERO    TO   WRK-GOUKEI-SHOUHI-ZEI.
           MOVE   ZERO    TO   WRK-GOUKEI-ZEIKOMI.
           MOVE   ZERO    TO   WRK-GOUKEI-SAGAKU.
           MOVE   ZERO    TO   WRK-SEIKYU-GOUKEI.
       *>
           ACCEPT   WRK-SEISAN-BI   FROM   DATE   YYYYMMDD.
       *>
       *>クーポンマスタの一括読み込み
           PERFORM    COUPON-MASTER-LOAD-PROC.
       *>
       *>ファイルのオープン
           OPEN   OUTPUT   PRT85-SEISAN-RPT
                           CLM01-SEIKYU-FILE.
       *>
       *>見出しの印刷
           MOVE   WRK-SEISAN-BI   TO   HD01-SEISAN-BI.
           MOVE   SPACE           TO   PRT85-RECODE.
           WRITE  PRT85-RECODE    FROM   HD01-MIDASHI-1.
           MOVE   SPACE           TO   PRT85-RECODE.
           WRITE  PRT85-RECODE    FROM   HD02-MIDASHI-2.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>*********************************************************
       *>終了処理
       *>*********************************************************
       TERM-PROC                     SECTION.
       *>
       *>総合計・メーカー請求合計の印刷
           MOVE   WRK-RIYO-COUNT          TO   HD04-RIYO-KENSU.
           MOVE   WRK-GOUKEI-KINGAKU      TO   HD04-KINGAKU.
           MOVE   WRK-GOUKEI-SHOUHI-ZEI   TO   HD04-SHOUHI-ZEI.
           MOVE   WRK-GOUKEI-ZEIKOMI      TO   HD04-ZEIKOMI-KINGAKU.
           MOVE   WRK-GOUKEI-SAGAKU       TO   HD04-SAGAKU.
           MOVE   WRK-KIGENGAI-COUNT      TO   HD04-KIGENGAI-KENSU.
           MOVE   WRK-MITOROKU-COUNT      TO   HD04-MITOROKU-KENSU.
           MOVE   SPACE                   TO   PRT85-RECODE.
           WRITE  PRT85-RECODE.
           WRITE  PRT85-RECODE            FROM   HD04-GOUKEI.
       *>
           MOVE   WRK-SEIKYU-COUNT        TO   HD05-SEIKYU-KENSU.
           MOVE   WRK-SEIKYU-GOUKEI       TO   HD05-SEIKYU-GOUKEI.
           MOVE   SPACE                   TO   PRT85-RECODE.
           WRITE  PRT85-RECODE            FROM   HD05-SEIKYU.
       *>
       *>精算請求ファイルへトレーラレコードの書き込み
           MOVE   SPACE                   TO   CLM01-TRAILER-RECODE.
           MOVE   "TRAILER"               TO   CLM01-TRAILER-CODE.
           MOVE   WRK-SEISAN-BI           TO   CLM01-TR-SEISAN-BI.
           MOVE   WRK-SEIKYU-COUNT        TO   CLM01-TR-KENSU.
           MOVE   WRK-SEIKYU-GOUKEI       TO   CLM01-TR-ZEIKOMI-GOUKEI.
           WRITE  CLM01-TRAILER-RECODE.
       *>
       *>ファイルのクローズ
           CLOSE   PRT85-SEISAN-RPT
                   CLM01-SEIKYU-FILE.
       *>
       *>件数の表示
           MOVE   WRK-RIYO-COUNT       TO   MSG2-COUNT.
           MOVE   WRK-KIGENGAI-COUNT   TO   MSG3-COUNT.
           MOVE   WRK-MITOROKU-COUNT   TO   MSG4-COUNT.
           MOVE   WRK-SEIKYU-COUNT     TO   MSG5-COUNT.
       *>
           DISPLAY   MS1-MESSAGE-AREA   UPON   CONSOLE.
           DISPLAY   MS2-MESSAGE-AREA   UPON   CONSOLE.
           DISPLAY   MS3-MESSAGE-AREA   UPON   CONSOLE.
           DISPLAY   MS4-MESSAGE-AREA   UPON   CONSOLE.
           DISPLAY   MS5-MESSAGE-AREA   UPON   CONSOLE.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
       *>*********************************************************
       *>主処理（クーポン別明細の印刷と精算請求の書き出し）
       *>*********************************************************
       MAIN-PROC                     SECTION.
       *>
           PERFORM   COUPON-PRINT-PROC
                    VARYING   WRK-COUPON-IDX   FROM   1   BY   1
                    UNTIL   WRK-COUPON-IDX   >   WRK-COUPON-CNT.
       *>
       MAIN-PROC-EXIT.
       *>
           EXIT.
       *>*********************************************************
       *>売上詳細ファイルの集計（クーポン値引き行のみ）
       *>  売上詳細ファイルが無い場合は利用なしとする
       *>*********************************************************
       SHOUSAI-SHUKEI-PROC           SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   IN1-URIAGE-SHOUSAI.
       *>
           IF   OD-FILE-STATUS   =   "00"   THEN
                PERFORM   SHOUSAI-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   IN1-URIAGE-SHOUSAI
           END-IF.
       *>
       SHOUSAI-SHUKEI-PROC-EXIT.
       *>
           EXIT.
       *>*********************************************************
       *>売上詳細ファイルの読み込みと集計（１件分）
       *>  値引額はマイナスで記録されているため、符号を反転して集計する
       *>*********************************************************
       SHOUSAI-READ-PROC             SECTION.
       *>
           READ IN1-URIAGE-SHOUSAI
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
                     GO   TO   SHOUSAI-READ-PROC-EXIT
           END-READ.
       *>
           IF   NOT   IN1-COUPON-REC   THEN
                GO   TO   SHOUSAI-READ-PROC-EXIT
           END-IF.
       *>
           MOVE   IN1-CP-COUPON-CODE   TO   WRK-SAGASHI-CODE.
           PERFORM   COUPON-SANSHO-PROC.
           IF   NOT   WRK-COUPON-MITUKE   THEN
                PERFORM   COUPON-TSUIKA-PROC
           END-IF.
       *>
           ADD   1   TO   WRK-CP-RIYO-KENSU(WRK-COUPON-HIT-IDX).
           SUBTRACT   IN1-CP-KINGAKU           FROM
                      WRK-CP-KINGAKU(WRK-COUPON-HIT-IDX).
           SUBTRACT   IN1-CP-SHOUHI-ZEI        FROM
                      WRK-CP-SHOUHI-ZEI(WRK-COUPON-HIT-IDX).
           SUBTRACT   IN1-CP-ZEIKOMI-KINGAKU   FROM
                      WRK-CP-ZEIKOMI-KINGAKU(WRK-COUPON-HIT-IDX).
           ADD   1   TO   WRK-RIYO-COUNT.
       *>
       SHOUSAI-READ-PROC-EXIT.
       *>
           EXIT.
       *>*********************************************************
       *>例外ファイルの集計（クーポン例外行のみ）
       *>  例外ファイルが無い場合は拒否なしとする
       *>*********************************************************
       EXCEPTION-SHUKEI-PROC         SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   IN2-URIAGE-EXCEPTION.
       *>
           IF   EXC-FILE-STATUS   =   "00"   THEN
                PERFORM   EXCEPTION-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   IN2-URIAGE-EXCEPTION
           END-IF.
       *>
       EXCEPTION-SHUKEI-PROC-EXIT.
       *>
           EXIT.
       *>*********************************************************
       *>例外ファイルの読み込みと集計（１件分）
       *>  エラー区分により期間外・未登録に分ける。区分の無い旧形式の
       *>  例外はマスタに登録があれば期間外、無ければ未登録とする
       *>*********************************************************
       EXCEPTION-READ-PROC           SECTION.
       *>
           READ IN2-URIAGE-EXCEPTION
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
                     GO   TO   EXCEPTION-READ-PROC-EXIT
           END-READ.
       *>
           IF   NOT   IN2-COUPON-REC   THEN
                GO   TO   EXCEPTION-READ-PROC-EXIT
           END-IF.
       *>
           MOVE   IN2-CP-COUPON-CODE   TO   WRK-SAGASHI-CODE.
           PERFORM   COUPON-SANSHO-PROC.
           IF   NOT   WRK-COUPON-MITUKE   THEN
                PERFORM   COUPON-TSUIKA-PROC
           END-IF.
       *>
           IF   IN2-CP-KIGENGAI
           OR   ( NOT   IN2-CP-MITOROKU
             AND  WRK-CP-MASTER-ARI(WRK-COUPON-HIT-IDX) )   THEN
                ADD   1   TO   WRK-CP-KIGENGAI-KENSU(WRK-COUPON-HIT-IDX)
                ADD   1   TO   WRK-KIGENGAI-COUNT
           ELSE
                ADD   1   TO   WRK-CP-MITOROKU-KENSU(WRK-COUPON-HIT-IDX)
                ADD   1   TO   WRK-MITOROKU-COUNT
           END-IF.
       *>
       EXCEPTION-READ-PROC-EXIT.
       *>
           EXIT.
       *>*********************************************************
       *>クーポン別明細の印刷（１件分）
       *>  メーカー負担で利用のあるクーポンは精算請求を書き出す
       *>*********************************************************
       COUPON-PRINT-PROC             SECTION.
       *>
           IF   WRK-CP-RIYO-KENSU(WRK-COUPON-IDX)       =   ZERO
           AND  WRK-CP-KIGENGAI-KENSU(WRK-COUPON-IDX)   =   ZERO
           AND  WRK-CP-MITOROKU-KENSU(WRK-COUPON-IDX)   =   ZERO   THEN
                GO   TO   COUPON-PRINT-PROC-EXIT
           END-IF.
       *>
       *>額面合計（額面×利用件数）と税抜値引額との差異
           COMPUTE   WRK-GAKUMEN-GOUKEI   =
                     WRK-CP-GAKUMEN(WRK-COUPON-IDX)
                   * WRK-CP-RIYO-KENSU(WRK-COUPON-IDX).
           COMPUTE   WRK-SAGAKU   =
                     WRK-GAKUMEN-GOUKEI
                   - WRK-CP-KINGAKU(WRK-COUPON-IDX).
       *>
           MOVE   WRK-CP-CODE(WRK-COUPON-IDX)   TO   HD03-COUPON-CODE.
           IF   NOT   WRK-CP-MASTER-ARI(WRK-COUPON-IDX)   THEN
                MOVE   "未登録"         TO   HD03-FUTAN
                MOVE   SPACE            TO   HD03-YUKO-X
           ELSE
                IF   WRK-CP-MAKER-FUTAN(WRK-COUPON-IDX)   THEN
                     MOVE   "メーカー"   TO   HD03-FUTAN
                ELSE
                     MOVE   "自社"       TO   HD03-FUTAN
                END-IF
                MOVE   WRK-CP-YUKO-FROM(WRK-COUPON-IDX)   TO
                                                   HD03-YUKO-FROM
                MOVE   WRK-CP-YUKO-TO(WRK-COUPON-IDX)     TO
                                                   HD03-YUKO-TO
           END-IF.
           MOVE   WRK-CP-GAKUMEN(WRK-COUPON-IDX)      TO   HD03-GAKUMEN.
           MOVE   WRK-CP-RIYO-KENSU(WRK-COUPON-IDX)   TO
                                                   HD03-RIYO-KENSU.
           MOVE   WRK-CP-KINGAKU(WRK-COUPON-IDX)      TO   HD03-KINGAKU.
           MOVE   WRK-CP-SHOUHI-ZEI(WRK-COUPON-IDX)   TO
                                                   HD03-SHOUHI-ZEI.
           MOVE   WRK-CP-ZEIKOMI-KINGAKU(WRK-COUPON-IDX)   TO
                                                   HD03-ZEIKOMI-KINGAKU.
           MOVE   WRK-SAGAKU                          TO   HD03-SAGAKU.
           MOVE   WRK-CP-KIGENGAI-KENSU(WRK-COUPON-IDX)    TO
                                                   HD03-KIGENGAI-KENSU.
           MOVE   WRK-CP-MITOROKU-KENSU(WRK-COUPON-IDX)    TO
                                                   HD03-MITOROKU-KENSU.
       *>
           MOVE   SPACE          TO   PRT85-RECODE.
           WRITE  PRT85-RECODE   FROM   HD03-MEISAI.
           ADD    1              TO   WRK-OUT-COUNT.
       *>
       *>総合計への積み上げ
           ADD   WRK-CP-KINGAKU(WRK-COUPON-IDX)    TO
                 WRK-GOUKEI-KINGAKU.
           ADD   WRK-CP-SHOUHI-ZEI(WRK-COUPON-IDX)   TO
                 WRK-GOUKEI-SHOUHI-ZEI.
           ADD   WRK-CP-ZEIKOMI-KINGAKU(WRK-COUPON-IDX)   TO
                 WRK-GOUKEI-ZEIKOMI.
           ADD   WRK-SAGAKU   TO   WRK-GOUKEI-SAGAKU.
       *>
       *>メーカー負担クーポンの精算請求
           IF   WRK-CP-MASTER-ARI(WRK-COUPON-IDX)
           AND  WRK-CP-MAKER-FUTAN(WRK-COUPON-IDX)
           AND  WRK-CP-RIYO-KENSU(WRK-COUPON-IDX)   >   ZERO   THEN
                PERFORM   SEIKYU-WRITE-PROC
           END-IF.
       *>
       COUPON-PRINT-PROC-EXIT.
       *>
           EXIT.
       *>*********************************************************
       *>メーカー精算請求の編集・書き込み処理
       *>*********************************************************
       SEIKYU-WRITE-PROC             SECTION.
       *>
           MOVE   SPACE                    TO   CLM01-RECODE.
           MOVE   WRK-CP-HAKKO-MOTO(WRK-COUPON-IDX)   TO
                                                CLM01-HAKKO-MOTO.
           MOVE   WRK-CP-CODE(WRK-COUPON-IDX)         TO
                                                CLM01-COUPON-CODE.
           MOVE   WRK-SEISAN-BI                       TO
                                                CLM01-SEISAN-BI.
           MOVE   WRK-CP-YUKO-FROM(WRK-COUPON-IDX)    TO
                                                CLM01-YUKO-FROM.
           MOVE   WRK-CP-YUKO-TO(WRK-COUPON-IDX)      TO
                                                CLM01-YUKO-TO.
           MOVE   WRK-CP-GAKUMEN(WRK-COUPON-IDX)      TO
                                                CLM01-GAKUMEN.
           MOVE   WRK-CP-RIYO-KENSU(WRK-COUPON-IDX)   TO
                                                CLM01-KENSU.
           MOVE   WRK-CP-KINGAKU(WRK-COUPON-IDX)      TO
                                                CLM01-KINGAKU.
           MOVE   WRK-CP-SHOUHI-ZEI(WRK-COUPON-IDX)   TO
                                                CLM01-SHOUHI-ZEI.
           MOVE   WRK-CP-ZEIKOMI-KINGAKU(WRK-COUPON-IDX)   TO
                                                CLM01-ZEIKOMI-KINGAKU.
       *>
           WRITE  CLM01-RECODE.
       *>
           ADD   1                        TO   WRK-SEIKYU-COUNT.
           ADD   CLM01-ZEIKOMI-KINGAKU    TO   WRK-SEIKYU-GOUKEI.
       *>
       SEIKYU-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>*********************************************************
       *>クーポンの参照（クーポン別集計テーブルの線形検索）
       *>*********************************************************
       COUPON-SANSHO-PROC            SECTION.
       *>
           MOVE   SPACE   TO   WRK-COUPON-MITUKE-SW.
           MOVE   ZERO    TO   WRK-COUPON-IDX.
       *>
           PERFORM   COUPON-TBL-CHECK-PROC
                    VARYING   WRK-COUPON-IDX   FROM   1   BY   1
                    UNTIL   WRK-COUPON-IDX   >   WRK-COUPON-CNT
                    OR      WRK-COUPON-MITUKE.
       *>
       COUPON-SANSHO-PROC-EXIT.
       *>
           EXIT.
       *>*********************************************************
       *>クーポン別集計テーブルの突合チェック（１件分）
       *>*********************************************************
       COUPON-TBL-CHECK-PROC         SECTION.
       *>
           IF   WRK-CP-CODE(WRK-COUPON-IDX)
                                   =   WRK-SAGASHI-CODE   THEN
                MOVE   "Y"               TO   WRK-COUPON-MITUKE-SW
                MOVE   WRK-COUPON-IDX    TO   WRK-COUPON-HIT-IDX
           END-IF.
       *>
       COUPON-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>*********************************************************
       *>マスタ未登録コードのクーポン別集計テーブルへの追加
       *>  （テーブルが満杯の場合は最終行へ合算する）
       *>*********************************************************
       COUPON-TSUIKA-PROC            SECTION.
       *>
           IF   WRK-COUPON-CNT   >=   CST-MAX-COUPON-KENSU   THEN
                MOVE   WRK-COUPON-CNT   TO   WRK-COUPON-HIT-IDX
                GO   TO   COUPON-TSUIKA-PROC-EXIT
           END-IF.
       *>
           ADD    1                  TO   WRK-COUPON-CNT.
           MOVE   WRK-COUPON-CNT     TO   WRK-COUPON-HIT-IDX.
           MOVE   WRK-SAGASHI-CODE   TO   WRK-CP-CODE(WRK-COUPON-CNT).
           MOVE   ZERO     TO   WRK-CP-GAKUMEN(WRK-COUPON-CNT).
           MOVE   ZERO     TO   WRK-CP-YUKO-FROM(WRK-COUPON-CNT).
           MOVE   ZERO     TO   WRK-CP-YUKO-TO(WRK-COUPON-CNT).
           MOVE   SPACE    TO   WRK-CP-FUTAN-KUBUN(WRK-COUPON-CNT).
           MOVE   SPACE    TO   WRK-CP-HAKKO-MOTO(WRK-COUPON-CNT).
           MOVE   SPACE    TO   WRK-CP-MASTER-SW(WRK-COUPON-CNT).
           PERFORM   COUPON-SHUKEI-CLEAR-PROC.
       *>
       COUPON-TSUIKA-PROC-EXIT.
       *>
           EXIT.
       *>*********************************************************
       *>クーポン別集計テーブルの集計項目の初期化（WRK-COUPON-CNT行）
       *>*********************************************************
       COUPON-SHUKEI-CLEAR-PROC      SECTION.
       *>
           MOVE   ZERO     TO   WRK-CP-RIYO-KENSU(WRK-COUPON-CNT).
           MOVE   ZERO     TO   WRK-CP-KINGAKU(WRK-COUPON-CNT).
           MOVE   ZERO     TO   WRK-CP-SHOUHI-ZEI(WRK-COUPON-CNT).
           MOVE   ZERO     TO   WRK-CP-ZEIKOMI-KINGAKU(WRK-COUPON-CNT).
           MOVE   ZERO     TO   WRK-CP-KIGENGAI-KENSU(WRK-COUPON-CNT).
           MOVE   ZERO     TO   WRK-CP-MITOROKU-KENSU(WRK-COUPON-CNT).
       *>
       COUPON-SHUKEI-CLEAR-PROC-EXIT.
       *>
           EXIT.
       *>*********************************************************
       *>クーポンマスタの一括読み込み（線形検索用テーブルへ格納）
       *>  クーポンマスタが未整備の場合は全コードを未登録として扱う
       *>*********************************************************
       COUPON-MASTER-LOAD-PROC       SECTION.
       *>
           MOVE   ZERO    TO   WRK-COUPON-CNT.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   CPN01-COUPON-MASTER.
       *>
           IF   CPN-FILE-STATUS   =   "00"   THEN
                PERFORM   COUPON-MASTER-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   CPN01-COUPON-MASTER
           END-IF.
       *>
       COUPON-MASTER-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>*********************************************************
       *>クーポンマスタの読み込み（１件分、テーブルへ追加）
       *>*********************************************************
       COUPON-MASTER-READ-PROC       SECTION.
       *>
           READ CPN01-COUPON-MASTER
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-COUPON-CNT  <  CST-MAX-COUPON-KENSU THEN
                          ADD   1   TO   WRK-COUPON-CNT
                          MOVE   CPN01-COUPON-CODE   TO
                              WRK-CP-CODE(WRK-COUPON-CNT)
                          MOVE   CPN01-GAKUMEN       TO
                              WRK-CP-GAKUMEN(WRK-COUPON-CNT)
                          MOVE   CPN01-YUKO-FROM     TO
                              WRK-CP-YUKO-FROM(WRK-COUPON-CNT)
                          MOVE   CPN01-YUKO-TO       TO
                              WRK-CP-YUKO-TO(WRK-COUPON-CNT)
                          MOVE   CPN01-FUTAN-KUBUN   TO
                              WRK-CP-FUTAN-KUBUN(WRK-COUPON-CNT)
                          MOVE   CPN01-HAKKO-MOTO    TO
                              WRK-CP-HAKKO-MOTO(WRK-COUPON-CNT)
                          MOVE   "Y"                 TO
                              WRK-CP-MASTER-SW(WRK-COUPON-CNT)
                          PERFORM   COUPON-SHUKEI-CLEAR-PROC
                     END-IF
           END-READ.
       *>
       COUPON-MASTER-READ-PROC-EXIT.
       *>
           EXIT.
