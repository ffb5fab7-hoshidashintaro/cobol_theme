       *>----------------------------------------------------------------------------
       *>顧客別商品別 受注数量実績集計処理
       *>  月末受注アーカイブファイル（ARC01）から、実行日を起点に集計
       *>  月数（パラメタ KIKAN-GETU・既定６ヶ月）さかのぼった期間の明細を
       *>  顧客×商品ごとに集計し、受注回数・平均数量・最大数量を数量実績
       *>  ファイル（QHS01）へ書き出す。
       *>  受注マッチング（TEST0001）はこの実績と当日の受注数量を比べ、
       *>  桁違いの入力などの異常数量を保留する。
       *>  取消・数量変更による逆仕訳（数量がマイナスの明細）は集計しない。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        QTYHIS01.
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
       *>[作業]整列併合用ファイル
       *>----------------------------------------------------------------------------
       SELECT   ST-SORT-FILE        ASSIGN        TO "ST".
       *>----------------------------------------------------------------------------
       *>[出力]数量実績ファイル（TEST0001の入力）
       *>----------------------------------------------------------------------------
       SELECT   QHS01-JISSEKI-FILE  ASSIGN        TO "QHS01.txt"
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
       *>整列併合用ファイルのレイアウト定義（顧客番号・商品コード順）
       *>----------------------------------------------------------------------------
       SD   ST-SORT-FILE.
       01   ST-RECODE.
            03   ST-KOKYAKU-BANGOU            PIC 9(006).
            03   ST-SHOHIN-CODE               PIC X(006).
            03   ST-TYUMON-SU                 PIC 9(005).
       *>----------------------------------------------------------------------------
       *>[出力]数量実績ファイルのレイアウト定義（TEST0001と同一）
       *>----------------------------------------------------------------------------
       FD   QHS01-JISSEKI-FILE.
       01   QHS01-RECODE.
            03   QHS01-KOKYAKU-BANGOU         PIC 9(006).
            03   QHS01-SHOHIN-CODE            PIC X(006).
            03   QHS01-KENSU                  PIC 9(005).
            03   QHS01-HEIKIN-SU              PIC 9(005).
            03   QHS01-SAIDAI-SU              PIC 9(005).
            03   QHS01-GOKEI-SU               PIC 9(009).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
       *>
       *>--手続き部で読み込みループを終了させる際の定数となる--
       77   CST-END                           PIC X(004) VALUE "END".
       *>
       01   WRK-WORK-AREA.
            03   WRK-AT-END                   PIC X(004).
            *>--アーカイブ読み込み件数・集計対象件数・実績出力件数--
            03   WRK-IN-COUNT                 PIC 9(006).
            03   WRK-TAISHO-COUNT             PIC 9(006).
            03   WRK-OUT-COUNT                PIC 9(006).
       *>
       01   ARC-FILE-STATUS                   PIC XX.
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "QTYHIS01".
       01   WRK-AUD-RUN-ID                    PIC 9(006) VALUE ZERO.
       01   WRK-AUD-ERR-COUNT                 PIC 9(006) VALUE ZERO.
       01   WRK-START-TIME                    PIC 9(006).
       01   WRK-START-TIME-NAMA               PIC 9(008).
       *>
       *>--実行日の取得領域--
       01   WRK-RUN-DATE                      PIC 9(008).
       01   WRK-RUN-DATE-H   REDEFINES   WRK-RUN-DATE.
            03   WRK-RUN-NEN                  PIC 9(004).
            03   WRK-RUN-GETU                 PIC 9(002).
            03   WRK-RUN-HI                   PIC 9(002).
       *>
       *>--実行パラメタの取得領域（PRMGET01呼び出し用）--
       01   WRK-PRM-JOB-NAME                  PIC X(010)
                                 VALUE "QTYHIS01".
       01   WRK-PRM-PARM-MEI                  PIC X(010).
       01   WRK-PRM-PARM-ATAI                 PIC X(021).
       01   WRK-PRM-MITUKE-FLG                PIC X(001).
       *>
       *>--集計月数（既定６ヶ月）と集計開始日（実行日の集計月数前の同日）--
       01   WRK-KIKAN-GETU                    PIC 9(002) VALUE 6.
       01   WRK-KAISHI-TSUKI-SU               PIC 9(006).
       01   WRK-KAISHI-BI                     PIC 9(008).
       01   WRK-KAISHI-BI-H  REDEFINES  WRK-KAISHI-BI.
            03   WRK-KAISHI-NEN               PIC 9(004).
            03   WRK-KAISHI-GETU              PIC 9(002).
            03   WRK-KAISHI-HI                PIC 9(002).
       *>
       *>--顧客×商品の集計領域--
       01   KEY-KOKYAKU-BANGOU                PIC 9(006).
       01   KEY-SHOHIN-CODE                   PIC X(006).
       01   WRK-KENSU                         PIC 9(005).
       01   WRK-SAIDAI-SU                     PIC 9(005).
       01   WRK-GOKEI-SU                      PIC 9(009).
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "QTYHIS01の出力結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "集計開始日：".
            03   MSG2-KAISHI-BI               PIC 9(008).
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "集計対象明細件数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS4-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "数量実績件数：".
            03   MSG4-COUNT                   PIC ZZZ,ZZ9.
       *>----------------------------------------------------------------------------
       *>手続き部
       *>----------------------------------------------------------------------------
       PROCEDURE                         DIVISION.
       *>
           PERFORM   INIT-PROC.
       *>
       *>  集計期間内の明細を顧客・商品順に整列して集計する
           SORT   ST-SORT-FILE
                  ON   ASCENDING   KEY   ST-KOKYAKU-BANGOU
                  ON   ASCENDING   KEY   ST-SHOHIN-CODE
              INPUT    PROCEDURE   RELEASE-CONTROL-PROC
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
           MOVE   SPACE   TO   WRK-AT-END.
           MOVE   ZERO    TO   WRK-IN-COUNT.
           MOVE   ZERO    TO   WRK-TAISHO-COUNT.
           MOVE   ZERO    TO   WRK-OUT-COUNT.
       *>
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
           ACCEPT   WRK-RUN-DATE     FROM   DATE   YYYYMMDD.
       *>
       *>  集計月数の取得
           PERFORM   PARAMETER-GET-PROC.
       *>
       *>  集計開始日（実行日から集計月数さかのぼった同日）の計算
           COMPUTE   WRK-KAISHI-TSUKI-SU   =
                     WRK-RUN-NEN   *   12   +   WRK-RUN-GETU   -   1
                     -   WRK-KIKAN-GETU.
           DIVIDE    WRK-KAISHI-TSUKI-SU   BY   12
                     GIVING      WRK-KAISHI-NEN
                     REMAINDER   WRK-KAISHI-GETU.
           ADD       1              TO   WRK-KAISHI-GETU.
           MOVE      WRK-RUN-HI     TO   WRK-KAISHI-HI.
       *>
           OPEN   OUTPUT   QHS01-JISSEKI-FILE.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>終了処理
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
           CLOSE   QHS01-JISSEKI-FILE.
       *>
           MOVE   WRK-KAISHI-BI      TO   MSG2-KAISHI-BI.
           MOVE   WRK-TAISHO-COUNT   TO   MSG3-COUNT.
           MOVE   WRK-OUT-COUNT      TO   MSG4-COUNT.
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
                                          WRK-AUD-ERR-COUNT
                                          WRK-START-TIME.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>実行パラメタの取得（KIKAN-GETU：集計月数）
       *>  未設定時は既定値（６ヶ月）を用いる
       *>----------------------------------------------------------------------------
       PARAMETER-GET-PROC                 SECTION.
       *>
           MOVE   "KIKAN-GETU"   TO   WRK-PRM-PARM-MEI.
           CALL   "PRMGET01"   USING   WRK-PRM-JOB-NAME
                                        WRK-PRM-PARM-MEI
                                        WRK-RUN-DATE
                                        WRK-PRM-PARM-ATAI
                                        WRK-PRM-MITUKE-FLG.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:2)   IS   NUMERIC
           AND  WRK-PRM-PARM-ATAI(1:2)   NOT =   "00"   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:2)   TO   WRK-KIKAN-GETU
           END-IF.
       *>
       PARAMETER-GET-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート前処理（アーカイブの読み込みと集計期間内の明細の
       *>  整列用ファイルへの書き込み。ファイルが無い場合は対象なしとする）
       *>----------------------------------------------------------------------------
       RELEASE-CONTROL-PROC               SECTION.
       *>
           OPEN   INPUT   ARC01-ARCHIVE-FILE.
           IF   ARC-FILE-STATUS   NOT =   "00"   THEN
                MOVE   CST-END   TO   WRK-AT-END
                GO   TO   RELEASE-CONTROL-PROC-TOJI
           END-IF.
       *>
           PERFORM   RELEASE-MAIN-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END = CST-END.
       *>
           CLOSE   ARC01-ARCHIVE-FILE.
       *>
       RELEASE-CONTROL-PROC-TOJI.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
       RELEASE-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>アーカイブ明細の読み込みと整列用ファイルへの書き込み（１件分）
       *>  トレーラ・逆仕訳・集計開始日より前の明細は対象外とする
       *>----------------------------------------------------------------------------
       RELEASE-MAIN-PROC                  SECTION.
       *>
           READ ARC01-ARCHIVE-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
                     GO   TO   RELEASE-MAIN-PROC-EXIT
           END-READ.
       *>
           IF   ARC01-TRAILER-CODE   =   "TRAILER"   THEN
                GO   TO   RELEASE-MAIN-PROC-EXIT
           END-IF.
       *>
           ADD    1   TO   WRK-IN-COUNT.
       *>
           IF   ARC01-TYUMON-SU   NOT >   ZERO
           OR   ARC01-HIDUKE      <       WRK-KAISHI-BI   THEN
                GO   TO   RELEASE-MAIN-PROC-EXIT
           END-IF.
       *>
           MOVE   ARC01-KOKYAKU-BANGOU   TO   ST-KOKYAKU-BANGOU.
           MOVE   ARC01-SHOHIN-CODE      TO   ST-SHOHIN-CODE.
           MOVE   ARC01-TYUMON-SU        TO   ST-TYUMON-SU.
           RELEASE   ST-RECODE.
       *>
           ADD    1   TO   WRK-TAISHO-COUNT.
       *>
       RELEASE-MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート後処理（顧客・商品の変わり目で数量実績を書き出す）
       *>----------------------------------------------------------------------------
       RETURN-CONTROL-PROC                SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           PERFORM   FILE-RETURN-PROC.
       *>
           IF   WRK-AT-END   NOT =   CST-END   THEN
                PERFORM   SHUKEI-SHOKI-PROC
       *>
                PERFORM   SHUKEI-MAIN-PROC
                                     UNTIL   WRK-AT-END = CST-END
       *>
       *>      最終の顧客×商品の書き出し
                PERFORM   JISSEKI-WRITE-PROC
           END-IF.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
       RETURN-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客×商品ごとの集計（キーの変わり目で書き出して集計をやり直す）
       *>----------------------------------------------------------------------------
       SHUKEI-MAIN-PROC                   SECTION.
       *>
           IF   ST-KOKYAKU-BANGOU   NOT =   KEY-KOKYAKU-BANGOU
           OR   ST-SHOHIN-CODE      NOT =   KEY-SHOHIN-CODE   THEN
                PERFORM   JISSEKI-WRITE-PROC
                PERFORM   SHUKEI-SHOKI-PROC
           END-IF.
       *>
           ADD    1              TO   WRK-KENSU.
           ADD    ST-TYUMON-SU   TO   WRK-GOKEI-SU.
           IF   ST-TYUMON-SU   >   WRK-SAIDAI-SU   THEN
                MOVE   ST-TYUMON-SU   TO   WRK-SAIDAI-SU
           END-IF.
       *>
           PERFORM   FILE-RETURN-PROC.
       *>
       SHUKEI-MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>集計キーの設定と集計領域の初期化
       *>----------------------------------------------------------------------------
       SHUKEI-SHOKI-PROC                  SECTION.
       *>
           MOVE   ST-KOKYAKU-BANGOU   TO   KEY-KOKYAKU-BANGOU.
           MOVE   ST-SHOHIN-CODE      TO   KEY-SHOHIN-CODE.
           MOVE   ZERO                TO   WRK-KENSU.
           MOVE   ZERO                TO   WRK-SAIDAI-SU.
           MOVE   ZERO                TO   WRK-GOKEI-SU.
       *>
       SHUKEI-SHOKI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>[出力]数量実績ファイルの書き込み（平均数量は四捨五入）
       *>----------------------------------------------------------------------------
       JISSEKI-WRITE-PROC                 SECTION.
       *>
           MOVE   SPACE                TO   QHS01-RECODE.
           MOVE   KEY-KOKYAKU-BANGOU   TO   QHS01-KOKYAKU-BANGOU.
           MOVE   KEY-SHOHIN-CODE      TO   QHS01-SHOHIN-CODE.
           MOVE   WRK-KENSU            TO   QHS01-KENSU.
           MOVE   WRK-SAIDAI-SU        TO   QHS01-SAIDAI-SU.
           MOVE   WRK-GOKEI-SU         TO   QHS01-GOKEI-SU.
           COMPUTE   QHS01-HEIKIN-SU   ROUNDED   =
                     WRK-GOKEI-SU   /   WRK-KENSU.
           WRITE  QHS01-RECODE.
       *>
           ADD    1   TO   WRK-OUT-COUNT.
       *>
       JISSEKI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>整列済み明細の読み込み
       *>----------------------------------------------------------------------------
       FILE-RETURN-PROC                   SECTION.
       *>
           RETURN   ST-SORT-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
           END-RETURN.
       *>
       FILE-RETURN-PROC-EXIT.
       *>
           EXIT.
