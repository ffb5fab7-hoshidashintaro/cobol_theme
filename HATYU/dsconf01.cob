       *>----------------------------------------------------------------------------
       *>直送出荷確認処理
       *>  仕入先からの直送出荷確認ファイル（DSC01）を読み、発注残管理
       *>  ファイル（POR01・POISSUE01が追記する）の直送発注明細（受注番号
       *>  付きの未完了明細）と発注番号＋商品コードで突き合わせる。
       *>  該当する直送発注があれば出荷数量を発注残の入荷済数量へ加算し
       *>  （発注数量に達した明細は完了とする。買掛照合は入荷済数量で
       *>  行うため直送分もこの数量で照合される）、直送先の受注番号で
       *>  出荷確認ファイル（SHP01）へ追記する。運送会社コードは"DS"
       *>  （仕入先直送）とし、受注状況（STATUS01）を出荷済みとして
       *>  請求（INVOICE01）へ回す。直送品は在庫を持たないため商品マスタ・
       *>  在庫移動台帳へは反映しない。
       *>  該当する発注残の無い確認・直送でない発注への確認は反映せず、
       *>  発注残を超える出荷は反映のうえ直送出荷確認例外リストへ印刷する。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        DSCONF01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]直送出荷確認ファイル（仕入先からの出荷報告）
       *>----------------------------------------------------------------------------
       SELECT    DSC01-KAKUNIN-FILE   ASSIGN       TO   "DSC01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS IN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入出力]発注残管理ファイル（POISSUE01が追記する）
       *>----------------------------------------------------------------------------
       SELECT    POR01-HATYU-ZAN      ASSIGN       TO   "POR01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS POR-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]出荷確認ファイル（STATUS01が読む。倉庫の出荷確認へ追記する）
       *>----------------------------------------------------------------------------
       SELECT    SHP01-KAKUNIN-FILE   ASSIGN       TO   "SHP01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS SHP-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]直送出荷確認例外リスト（該当なし・直送外・過剰）
       *>----------------------------------------------------------------------------
       SELECT    PRT01-REIGAI-REPORT  ASSIGN       TO   "PRT62.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]直送出荷確認ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   DSC01-KAKUNIN-FILE.
       01   DSC01-RECODE.
            03   DSC01-HATYU-BANGOU           PIC 9(006).
            03   DSC01-SHOHIN-CODE            PIC X(006).
            03   DSC01-SHUKKA-SU              PIC 9(005).
            03   DSC01-SHUKKA-BI              PIC 9(008).
       *>   --シリアル番号（シリアル番号管理品のみ。１台１レコードで届く）--
            03   DSC01-SERIAL-NO              PIC X(020).
       *>----------------------------------------------------------------------------
       *>[入出力]発注残管理ファイルのレイアウト定義（POISSUE01と同一）
       *>----------------------------------------------------------------------------
       FD   POR01-HATYU-ZAN.
       01   POR01-RECODE.
            03   POR01-HATYU-BANGOU           PIC 9(006).
            03   POR01-SHIIRE-CODE            PIC X(004).
            03   POR01-SHOHIN-CODE            PIC X(006).
            03   POR01-HATYU-SU               PIC 9(005).
            03   POR01-NYUKA-ZUMI-SU          PIC 9(005).
            03   POR01-HATYU-BI               PIC 9(008).
            03   POR01-NOKI-BI                PIC 9(008).
            03   POR01-JOKYO-KUBUN            PIC X(001).
            03   POR01-HATYU-TANKA            PIC 9(005).
       *>   --直送先の受注番号（直送発注のみ。在庫補充の発注はスペース）--
            03   POR01-ZYUTYU-BANGOU          PIC X(008).
       *>   --電子発注区分（"1"＝電子発注ファイルで送信した発注）--
            03   POR01-DENSHI-KUBUN           PIC X(001).
       *>   --仕入先回答（POACK01が記録する。回答区分：Ａ＝受諾、
       *>     Ｃ＝数量削減、Ｒ＝拒否、スペース＝未回答）--
            03   POR01-KAITO-KUBUN            PIC X(001).
            03   POR01-KAKUTEI-SU             PIC 9(005).
            03   POR01-KAITO-BI               PIC 9(008).
       *>----------------------------------------------------------------------------
       *>[出力]出荷確認ファイルのレイアウト定義（STATUS01と同一）
       *>----------------------------------------------------------------------------
       FD   SHP01-KAKUNIN-FILE.
       01   SHP01-RECODE.
            03   SHP01-ZYUTYU-BANGOU.
                 05   SHP01-MISEBAN           PIC X(003).
                 05   SHP01-TYUMON-BANGOU     PIC 9(005).
            03   SHP01-SHOHIN-CODE            PIC X(006).
            03   SHP01-SHUKKA-SU              PIC 9(005).
            03   SHP01-SHUKKA-BI              PIC 9(008).
            03   SHP01-MANIFEST-BANGOU        PIC 9(006).
            03   SHP01-UNSO-CODE              PIC X(002).
       *>   --シリアル番号（仕入先の直送出荷確認より引き継ぐ）--
            03   SHP01-SERIAL-NO              PIC X(020).
       *>----------------------------------------------------------------------------
       *>[出力]直送出荷確認例外リストのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT01-REIGAI-REPORT.
       01   PRT01-RECODE                      PIC X(100).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
       *>
       *>--手続き部で「MAIN-PROC」を終了させる際の定数となる--
       77   CST-END                           PIC X(004) VALUE "END".
       *>--仕入先直送の運送会社コード（出荷確認へ刻印する）--
       77   CST-CHOKUSO-UNSO-CODE             PIC X(002) VALUE "DS".
       *>
       01   WRK-WORK-AREA.
            03   WRK-AT-END                   PIC X(004).
            *>--確認読み込み件数・出荷確認書き込み件数・例外件数--
            03   WRK-IN-COUNT                 PIC 9(006).
            03   WRK-OUT-COUNT                PIC 9(006).
            03   WRK-ERROR-COUNT              PIC 9(006).
            *>--突き合わせた発注明細の発注残数量--
            03   WRK-HATYU-ZAN-SU             PIC S9(006).
       *>
       01   IN-FILE-STATUS                    PIC XX.
       01   POR-FILE-STATUS                   PIC XX.
       01   SHP-FILE-STATUS                   PIC XX.
       *>
       *>--発注残管理ファイルの一括読み込み用テーブル（書き戻し用）--
       77   CST-MAX-HATYU-KENSU               PIC 9(004) VALUE 9999.
       01   WRK-HATYU-TBL.
            03   WRK-HATYU-ENT                    OCCURS 9999.
                 05   WRK-HAT-HATYU-BANGOU        PIC 9(006).
                 05   WRK-HAT-SHIIRE-CODE         PIC X(004).
                 05   WRK-HAT-SHOHIN-CODE         PIC X(006).
                 05   WRK-HAT-HATYU-SU            PIC 9(005).
                 05   WRK-HAT-NYUKA-ZUMI-SU       PIC 9(005).
                 05   WRK-HAT-HATYU-BI            PIC 9(008).
                 05   WRK-HAT-NOKI-BI             PIC 9(008).
                 05   WRK-HAT-JOKYO               PIC X(001).
                 05   WRK-HAT-HATYU-TANKA         PIC 9(005).
                 05   WRK-HAT-ZYUTYU-BANGOU       PIC X(008).
                 05   WRK-HAT-DENSHI-KUBUN        PIC X(001).
                 05   WRK-HAT-KAITO-KUBUN         PIC X(001).
                 05   WRK-HAT-KAKUTEI-SU          PIC 9(005).
                 05   WRK-HAT-KAITO-BI            PIC 9(008).
       01   WRK-HATYU-CNT                     PIC 9(004).
       01   WRK-HATYU-IDX                     PIC 9(004).
       01   WRK-HATYU-HIT-IDX                 PIC 9(004).
       01   WRK-HATYU-MITUKE-SW               PIC X(001).
            88   WRK-HATYU-MITUKE             VALUE "Y".
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "DSCONF01".
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
            03   FILLER                       PIC X(036)
                          VALUE "直送出荷確認例外一覧表".
            03   FILLER                       PIC X(012)
                                 VALUE "実行日：".
            03   HD01-NEN                     PIC 9(004).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD01-GETU                    PIC 9(002).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD01-HI                      PIC 9(002).
       *>
       01   HD02-REIGAI-LINE.
            03   FILLER                       PIC X(015)
                                 VALUE "発注番号：".
            03   HD02-HATYU-BANGOU            PIC 9(006).
            03   FILLER                       PIC X(012)
                                 VALUE "　商品：".
            03   HD02-SHOHIN-CODE             PIC X(006).
            03   FILLER                       PIC X(015)
                                 VALUE "　出荷数：".
            03   HD02-SHUKKA-SU               PIC ZZ,ZZ9.
            03   FILLER                       PIC X(012)
                                 VALUE "　区分：".
            03   HD02-REIGAI-KUBUN            PIC X(012).
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "DSCONF01の出力結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "直送出荷件数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "確認例外件数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       *>--入出力異常発生時に表示するメッセージ--
       01   MS9-MESSAGE-AREA.
            03   FILLER                       PIC X(041)
                  VALUE "DSC01-KAKUNIN-FILE入出力異常 STATUS=".
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
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
       *>
       *>  実行日の取得
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           MOVE     WRK-RUN-DATE   TO     WRK-RUN-DATE-H.
       *>
       *>  発注残管理ファイルの一括読み込み
           PERFORM   HATYU-ZAN-LOAD-PROC.
       *>
       *>ファイルのオープン
           OPEN   INPUT    DSC01-KAKUNIN-FILE
                  OUTPUT   PRT01-REIGAI-REPORT.
       *>
       *>  出荷確認ファイルは倉庫の確認へ追記する（未作成時は新規作成）
           OPEN   EXTEND   SHP01-KAKUNIN-FILE.
           IF   SHP-FILE-STATUS   =   "35"   THEN
                OPEN   OUTPUT   SHP01-KAKUNIN-FILE
           END-IF.
       *>
       *>  見出しの印刷
           MOVE   WRK-RUN-NEN    TO   HD01-NEN.
           MOVE   WRK-RUN-GETU   TO   HD01-GETU.
           MOVE   WRK-RUN-HI     TO   HD01-HI.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD01-MIDASHI-1.
       *>
       *>直送出荷確認ファイルの読み込み
           PERFORM   KAKUNIN-FILE-READ-PROC.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>終了処理
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
       *>  発注残管理ファイルの書き戻し
           PERFORM   HATYU-ZAN-SAVE-PROC.
       *>
       *>ファイルのクローズ
           CLOSE   DSC01-KAKUNIN-FILE
                   SHP01-KAKUNIN-FILE
                   PRT01-REIGAI-REPORT.
       *>
       *>出荷件数・例外件数の表示
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
       *>主処理（確認１件ごとに直送発注と突き合わせて出荷確認を書き出す）
       *>----------------------------------------------------------------------------
       MAIN-PROC                          SECTION.
       *>
           ADD   1   TO   WRK-IN-COUNT.
       *>
       *>  発注残の突き合わせ（発注番号＋商品コード・未完了明細のみ）
           PERFORM   HATYU-ZAN-SANSHO-PROC.
       *>
           IF   NOT   WRK-HATYU-MITUKE   THEN
       *>
       *>      該当する発注残が無い確認は反映せず例外として報告する
                MOVE   "GAITO-NASHI"   TO   HD02-REIGAI-KUBUN
                PERFORM   REIGAI-LINE-WRITE-PROC
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
       *>  在庫補充の発注（受注番号なし）は倉庫への入荷（RECEIPT01）で
       *>  消し込むため反映せず例外として報告する
           IF   WRK-HAT-ZYUTYU-BANGOU(WRK-HATYU-HIT-IDX)   =   SPACE
           THEN
                MOVE   "CHOKUSO-GAI"   TO   HD02-REIGAI-KUBUN
                PERFORM   REIGAI-LINE-WRITE-PROC
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
       *>  発注残数量との比較（過剰出荷は反映のうえ報告する）
           COMPUTE   WRK-HATYU-ZAN-SU   =
                     WRK-HAT-HATYU-SU(WRK-HATYU-HIT-IDX)
                     -   WRK-HAT-NYUKA-ZUMI-SU(WRK-HATYU-HIT-IDX).
       *>
           IF   DSC01-SHUKKA-SU   >   WRK-HATYU-ZAN-SU   THEN
                MOVE   "KAJO-SHUKKA"   TO   HD02-REIGAI-KUBUN
                PERFORM   REIGAI-LINE-WRITE-PROC
           END-IF.
       *>
       *>  直送先の受注明細への出荷確認の書き込み
           PERFORM   SHUKKA-KAKUNIN-WRITE-PROC.
       *>
       *>  発注残の入荷済数量の更新（発注数量に達した明細は完了とする）
           ADD    DSC01-SHUKKA-SU   TO
                  WRK-HAT-NYUKA-ZUMI-SU(WRK-HATYU-HIT-IDX).
       *>
           IF   WRK-HAT-NYUKA-ZUMI-SU(WRK-HATYU-HIT-IDX)   >=
                WRK-HAT-HATYU-SU(WRK-HATYU-HIT-IDX)   THEN
                MOVE   "C"   TO   WRK-HAT-JOKYO(WRK-HATYU-HIT-IDX)
           END-IF.
       *>
       MAIN-PROC-READ.
       *>
           PERFORM   KAKUNIN-FILE-READ-PROC.
       *>
       MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>出荷確認ファイルの書き込み（直送先の受注番号で１件分）
       *>  直送はマニフェストに載らないためマニフェスト番号はゼロとする
       *>----------------------------------------------------------------------------
       SHUKKA-KAKUNIN-WRITE-PROC          SECTION.
       *>
           MOVE   SPACE                  TO   SHP01-RECODE.
           MOVE   WRK-HAT-ZYUTYU-BANGOU(WRK-HATYU-HIT-IDX)   TO
                  SHP01-ZYUTYU-BANGOU.
           MOVE   DSC01-SHOHIN-CODE      TO   SHP01-SHOHIN-CODE.
           MOVE   DSC01-SHUKKA-SU        TO   SHP01-SHUKKA-SU.
           MOVE   DSC01-SHUKKA-BI        TO   SHP01-SHUKKA-BI.
           MOVE   DSC01-SERIAL-NO        TO   SHP01-SERIAL-NO.
           MOVE   ZERO                   TO   SHP01-MANIFEST-BANGOU.
           MOVE   CST-CHOKUSO-UNSO-CODE  TO   SHP01-UNSO-CODE.
       *>
           WRITE  SHP01-RECODE.
       *>
           ADD    1                      TO   WRK-OUT-COUNT.
       *>
       SHUKKA-KAKUNIN-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>直送出荷確認例外リスト行の編集・印刷処理（１件分）
       *>----------------------------------------------------------------------------
       REIGAI-LINE-WRITE-PROC             SECTION.
       *>
           MOVE   DSC01-HATYU-BANGOU   TO   HD02-HATYU-BANGOU.
           MOVE   DSC01-SHOHIN-CODE    TO   HD02-SHOHIN-CODE.
           MOVE   DSC01-SHUKKA-SU      TO   HD02-SHUKKA-SU.
       *>
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD02-REIGAI-LINE.
       *>
           ADD    1              TO   WRK-ERROR-COUNT.
       *>
       REIGAI-LINE-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>発注残の突き合わせ（発注番号＋商品コードで未完了明細を線形検索する）
       *>----------------------------------------------------------------------------
       HATYU-ZAN-SANSHO-PROC              SECTION.
       *>
           MOVE   SPACE   TO   WRK-HATYU-MITUKE-SW.
           MOVE   ZERO    TO   WRK-HATYU-IDX.
       *>
           PERFORM   HATYU-ZAN-TBL-CHECK-PROC
                    VARYING   WRK-HATYU-IDX   FROM   1   BY   1
                    UNTIL   WRK-HATYU-IDX   >   WRK-HATYU-CNT
                    OR      WRK-HATYU-MITUKE.
       *>
       HATYU-ZAN-SANSHO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>発注残管理テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       HATYU-ZAN-TBL-CHECK-PROC           SECTION.
       *>
           IF   WRK-HAT-HATYU-BANGOU(WRK-HATYU-IDX)
                                   =   DSC01-HATYU-BANGOU
           AND  WRK-HAT-SHOHIN-CODE(WRK-HATYU-IDX)
                                   =   DSC01-SHOHIN-CODE
           AND  WRK-HAT-JOKYO(WRK-HATYU-IDX)   =   "O"   THEN
                MOVE   "Y"             TO   WRK-HATYU-MITUKE-SW
                MOVE   WRK-HATYU-IDX   TO   WRK-HATYU-HIT-IDX
           END-IF.
       *>
       HATYU-ZAN-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>発注残管理ファイルの一括読み込み（テーブルへ格納・書き戻し用）
       *>----------------------------------------------------------------------------
       HATYU-ZAN-LOAD-PROC                SECTION.
       *>
           MOVE   ZERO    TO   WRK-HATYU-CNT.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   POR01-HATYU-ZAN.
       *>
           IF   POR-FILE-STATUS   =   "00"   THEN
                PERFORM   HATYU-ZAN-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   POR01-HATYU-ZAN
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       HATYU-ZAN-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>発注残管理ファイルの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       HATYU-ZAN-READ-PROC                SECTION.
       *>
           READ POR01-HATYU-ZAN
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-HATYU-CNT  <  CST-MAX-HATYU-KENSU  THEN
                          ADD   1   TO   WRK-HATYU-CNT
                          MOVE   POR01-HATYU-BANGOU    TO
                              WRK-HAT-HATYU-BANGOU(WRK-HATYU-CNT)
                          MOVE   POR01-SHIIRE-CODE     TO
                              WRK-HAT-SHIIRE-CODE(WRK-HATYU-CNT)
                          MOVE   POR01-SHOHIN-CODE     TO
                              WRK-HAT-SHOHIN-CODE(WRK-HATYU-CNT)
                          MOVE   POR01-HATYU-SU        TO
                              WRK-HAT-HATYU-SU(WRK-HATYU-CNT)
                          MOVE   POR01-NYUKA-ZUMI-SU   TO
                              WRK-HAT-NYUKA-ZUMI-SU(WRK-HATYU-CNT)
                          MOVE   POR01-HATYU-BI        TO
                              WRK-HAT-HATYU-BI(WRK-HATYU-CNT)
                          MOVE   POR01-NOKI-BI         TO
                              WRK-HAT-NOKI-BI(WRK-HATYU-CNT)
                          MOVE   POR01-JOKYO-KUBUN     TO
                              WRK-HAT-JOKYO(WRK-HATYU-CNT)
                          MOVE   POR01-HATYU-TANKA     TO
                              WRK-HAT-HATYU-TANKA(WRK-HATYU-CNT)
                          MOVE   POR01-ZYUTYU-BANGOU   TO
                              WRK-HAT-ZYUTYU-BANGOU(WRK-HATYU-CNT)
                          MOVE   POR01-DENSHI-KUBUN    TO
                              WRK-HAT-DENSHI-KUBUN(WRK-HATYU-CNT)
                          MOVE   POR01-KAITO-KUBUN     TO
                              WRK-HAT-KAITO-KUBUN(WRK-HATYU-CNT)
                          MOVE   POR01-KAKUTEI-SU      TO
                              WRK-HAT-KAKUTEI-SU(WRK-HATYU-CNT)
                          MOVE   POR01-KAITO-BI        TO
                              WRK-HAT-KAITO-BI(WRK-HATYU-CNT)
                     ELSE
                          PERFORM   TBL-OVER-ABORT-PROC
                     END-IF
           END-READ.
       *>
       HATYU-ZAN-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>発注残管理ファイルの書き戻し
       *>----------------------------------------------------------------------------
       HATYU-ZAN-SAVE-PROC                SECTION.
       *>
           OPEN   OUTPUT   POR01-HATYU-ZAN.
       *>
           PERFORM   HATYU-ZAN-WRITE-PROC
                    VARYING   WRK-HATYU-IDX   FROM   1   BY   1
                    UNTIL   WRK-HATYU-IDX   >   WRK-HATYU-CNT.
       *>
           CLOSE   POR01-HATYU-ZAN.
       *>
       HATYU-ZAN-SAVE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>発注残管理ファイルの書き込み（１件分）
       *>----------------------------------------------------------------------------
       HATYU-ZAN-WRITE-PROC               SECTION.
       *>
           MOVE   WRK-HAT-HATYU-BANGOU(WRK-HATYU-IDX)    TO
                  POR01-HATYU-BANGOU.
           MOVE   WRK-HAT-SHIIRE-CODE(WRK-HATYU-IDX)     TO
                  POR01-SHIIRE-CODE.
           MOVE   WRK-HAT-SHOHIN-CODE(WRK-HATYU-IDX)     TO
                  POR01-SHOHIN-CODE.
           MOVE   WRK-HAT-HATYU-SU(WRK-HATYU-IDX)        TO
                  POR01-HATYU-SU.
           MOVE   WRK-HAT-NYUKA-ZUMI-SU(WRK-HATYU-IDX)   TO
                  POR01-NYUKA-ZUMI-SU.
           MOVE   WRK-HAT-HATYU-BI(WRK-HATYU-IDX)        TO
                  POR01-HATYU-BI.
           MOVE   WRK-HAT-NOKI-BI(WRK-HATYU-IDX)         TO
                  POR01-NOKI-BI.
           MOVE   WRK-HAT-JOKYO(WRK-HATYU-IDX)           TO
                  POR01-JOKYO-KUBUN.
           MOVE   WRK-HAT-HATYU-TANKA(WRK-HATYU-IDX)     TO
                  POR01-HATYU-TANKA.
           MOVE   WRK-HAT-ZYUTYU-BANGOU(WRK-HATYU-IDX)   TO
                  POR01-ZYUTYU-BANGOU.
           MOVE   WRK-HAT-DENSHI-KUBUN(WRK-HATYU-IDX)    TO
                  POR01-DENSHI-KUBUN.
           MOVE   WRK-HAT-KAITO-KUBUN(WRK-HATYU-IDX)     TO
                  POR01-KAITO-KUBUN.
           MOVE   WRK-HAT-KAKUTEI-SU(WRK-HATYU-IDX)      TO
                  POR01-KAKUTEI-SU.
           MOVE   WRK-HAT-KAITO-BI(WRK-HATYU-IDX)        TO
                  POR01-KAITO-BI.
       *>
           WRITE   POR01-RECODE.
       *>
       HATYU-ZAN-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>[入力]直送出荷確認ファイルの読み込み
       *>----------------------------------------------------------------------------
       KAKUNIN-FILE-READ-PROC             SECTION.
       *>
           READ   DSC01-KAKUNIN-FILE
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
       KAKUNIN-FILE-READ-PROC-EXIT.
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
       *>退避テーブルあふれ処理（ファイルを書き戻さずに異常終了する）
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
