       *>----------------------------------------------------------------------------
       *>見積受注変換処理
       *>  見積受諾トランザクション（QAC01：見積番号・受諾日）を読み、見積
       *>  ファイル（QUO01）の該当見積が未変換（状態区分Ｏ）で受諾日が有効期限
       *>  以内であれば、受注ファイル形式（ヘッダ"1"＋明細"2"）の見積変換受注
       *>  ファイル（QIN01）へ書き出し、見積を変換済み（状態区分Ｃ）として
       *>  変換日・変換先の受注番号を記録する。変換受注は通常の事前検証
       *>  （VALID01）→マッチング（TEST0001）の流れへそのまま投入し、
       *>  TEST0001は変換済み見積の見積単価（区分Ｅ）で出荷する。
       *>  注文番号は店別採番制御ファイル（STC01・STANDORD01と同じ基礎番号
       *>  ４桁方式）から見積の店番で採番し、末尾にチェックデジット
       *>  （CHKDGT01と同じモジュラス１０・ウェイト２／１）を付ける。
       *>  有効期限を過ぎて受諾された見積は期限切れ（状態区分Ｘ）とし、変換
       *>  しない。受諾の無い未変換見積も実行日が有効期限を過ぎた時点で
       *>  期限切れとする。変換・却下の結果は見積受注変換結果リスト（PRT60）
       *>  へ印刷する。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        QUOCNV01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]見積受諾トランザクションファイル
       *>----------------------------------------------------------------------------
       SELECT    QAC01-JUDAKU-TRN     ASSIGN       TO   "QAC01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS IN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入出力]見積ファイル（一括読み込みのうえ書き戻す）
       *>----------------------------------------------------------------------------
       SELECT    QUO01-MITSUMORI-FILE ASSIGN       TO   "QUO01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS QUO-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入出力]店別採番制御ファイル（店ごとの最終採番基礎番号）
       *>----------------------------------------------------------------------------
       SELECT    STC01-SAIBAN-FILE    ASSIGN       TO   "STC01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS STC-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]見積変換受注ファイル（受注ファイル形式・VALID01へ投入する）
       *>----------------------------------------------------------------------------
       SELECT    QIN01-ZYUTYU-FILE    ASSIGN       TO   "QIN01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>[出力]見積受注変換結果リスト
       *>----------------------------------------------------------------------------
       SELECT    PRT01-HENKAN-LIST    ASSIGN       TO   "PRT60.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]見積受諾トランザクションファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   QAC01-JUDAKU-TRN.
       01   QAC01-RECODE.
            03   QAC01-MITSUMORI-BANGOU       PIC 9(006).
       *>   --受諾日（ゼロは実行日）--
            03   QAC01-JUDAKU-BI              PIC 9(008).
       *>----------------------------------------------------------------------------
       *>[入出力]見積ファイルのレイアウト定義（QUOTE01と同一）
       *>----------------------------------------------------------------------------
       FD   QUO01-MITSUMORI-FILE.
       01   QUO01-RECODE                      PIC X(059).
       *>----------------------------------------------------------------------------
       *>[入出力]店別採番制御ファイルのレイアウト定義（STANDORD01と同一）
       *>----------------------------------------------------------------------------
       FD   STC01-SAIBAN-FILE.
       01   STC01-RECODE.
            03   STC01-MISEBAN                PIC X(003).
       *>   --最終採番基礎番号（チェックデジットを除く４桁）--
            03   STC01-SAISHU-BANGOU          PIC 9(004).
       *>----------------------------------------------------------------------------
       *>[出力]見積変換受注ファイルのレイアウト定義（TEST0001と同一レイアウト）
       *>----------------------------------------------------------------------------
       FD   QIN01-ZYUTYU-FILE.
       01   QIN01-RECODE.
          03   QIN01-RECORD-KUBUN                   PIC X(001).
          03   QIN01-ZYUTYU-BANGOU.
                05   QIN01-MISEBAN                  PIC X(003).
                05   QIN01-TYUMON-BANGOU            PIC 9(005).
          03   QIN01-SHOHIN-ZYOHOU.
                05   QIN01-SHOHIN-CODE.
                      07   QIN01-BUNRUI-CODE        PIC X(002).
                      07   QIN01-SHOHIN-NO          PIC 9(004).
          03   QIN01-TYUMON-ZYOHOU.
                05   QIN01-TYUMON-SU                PIC S9(005).
                05   QIN01-UKETUKE-NICHIZI.
                      07   QIN01-HIDUKE             PIC 9(008).
                      07   QIN01-ZIKAN              PIC 9(004).
                05   QIN01-TANTOSYA-CODE.
                      07   QIN01-BUSHO-CODE         PIC X(003).
                      07   QIN01-TANTOSYA-BANGOU    PIC 9(004).
       *>
       *>  [出力]見積変換受注ファイル ヘッダレコードのレイアウト定義
       01   QIN01-HEADER-RECODE.
          03   QIN01-HD-KUBUN                       PIC X(001).
          03   QIN01-HD-ZYUTYU-BANGOU.
                05   QIN01-HD-MISEBAN               PIC X(003).
                05   QIN01-HD-TYUMON-BANGOU         PIC 9(005).
          03   QIN01-HD-KOKYAKU-BANGOU              PIC 9(006).
          03   QIN01-HD-YUSEN-KUBUN                 PIC X(001).
          03   QIN01-HD-SHONIN-KUBUN                PIC X(001).
          03   QIN01-HD-NOHIN-SAKI                  PIC X(003).
          03   FILLER                               PIC X(019).
       *>----------------------------------------------------------------------------
       *>[出力]見積受注変換結果リストのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT01-HENKAN-LIST.
       01   PRT01-RECODE                      PIC X(120).
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
            *>--受諾件数・変換件数・却下件数・期限切れ件数・変換明細件数--
            03   WRK-IN-COUNT                 PIC 9(006).
            03   WRK-OUT-COUNT                PIC 9(006).
            03   WRK-ERROR-COUNT              PIC 9(006).
            03   WRK-KIGEN-GIRE-COUNT         PIC 9(006).
            03   WRK-MEISAI-COUNT             PIC 9(006).
            *>--却下理由（スペースは変換）・受諾日--
            03   WRK-KYAKKA-RIYU              PIC X(015).
            03   WRK-JUDAKU-BI                PIC 9(008).
       *>
       01   IN-FILE-STATUS                    PIC XX.
       01   QUO-FILE-STATUS                   PIC XX.
       01   STC-FILE-STATUS                   PIC XX.
       *>
       *>--見積ファイルの一括読み込み・書き戻し用テーブル（レコード単位）--
       77   CST-MAX-QUO-KENSU                 PIC 9(004) VALUE 9999.
       01   WRK-QUO-TBL.
            03   WRK-QUO-ENT                      OCCURS 9999.
                 05   WRK-QUO-REC                 PIC X(059).
       01   WRK-QUO-CNT                       PIC 9(004).
       01   WRK-QUO-IDX                       PIC 9(004).
       01   WRK-QUO-HIT-IDX                   PIC 9(004).
       01   WRK-QUO-MITUKE-SW                 PIC X(001).
            88   WRK-QUO-MITUKE               VALUE "Y".
       01   WRK-QUO-OWARI-SW                  PIC X(001).
            88   WRK-QUO-OWARI                VALUE "Y".
       *>
       *>--見積レコードの編集領域（見積明細の見方）--
       01   WRK-QW-RECODE.
            03   WRK-QW-RECORD-KUBUN          PIC X(001).
                 88   WRK-QW-HEADER-REC       VALUE "1".
                 88   WRK-QW-MEISAI-REC       VALUE "2".
            03   WRK-QW-MITSUMORI-BANGOU      PIC 9(006).
            03   WRK-QW-SHOHIN-CODE           PIC X(006).
            03   WRK-QW-SURYO                 PIC 9(005).
            03   WRK-QW-MITSUMORI-TANKA       PIC 9(005).
            03   WRK-QW-TANKA-KUBUN           PIC X(001).
            03   FILLER                       PIC X(035).
       *>
       *>--見積レコードの編集領域（見積ヘッダの見方）--
       01   WRK-QW-HEADER-RECODE   REDEFINES   WRK-QW-RECODE.
            03   WRK-QW-HD-KUBUN              PIC X(001).
            03   WRK-QW-HD-MITSUMORI-BANGOU   PIC 9(006).
            03   WRK-QW-HD-MISEBAN            PIC X(003).
            03   WRK-QW-HD-KOKYAKU-BANGOU     PIC 9(006).
            03   WRK-QW-HD-TANTOSYA-CODE.
                 05   WRK-QW-HD-BUSHO-CODE    PIC X(003).
                 05   WRK-QW-HD-TANTOSYA-BANGOU
                                              PIC 9(004).
            03   WRK-QW-HD-MITSUMORI-BI       PIC 9(008).
            03   WRK-QW-HD-YUKO-KIGEN         PIC 9(008).
            03   WRK-QW-HD-JOTAI-KUBUN        PIC X(001).
                 88   WRK-QW-HD-MI-HENKAN     VALUE "O".
                 88   WRK-QW-HD-HENKAN-ZUMI   VALUE "C".
                 88   WRK-QW-HD-KIGEN-GIRE    VALUE "X".
            03   WRK-QW-HD-NOHIN-SAKI         PIC X(003).
            03   WRK-QW-HD-HENKAN-BI          PIC 9(008).
            03   WRK-QW-HD-ZYUTYU-BANGOU.
                 05   WRK-QW-HD-ZYUTYU-MISEBAN
                                              PIC X(003).
                 05   WRK-QW-HD-TYUMON-BANGOU PIC 9(005).
       *>
       *>--変換中の見積ヘッダの退避（明細の編集に使う）--
       01   WRK-HENKAN-HD-RECODE              PIC X(059).
       01   WRK-HENKAN-HD   REDEFINES   WRK-HENKAN-HD-RECODE.
            03   FILLER                       PIC X(016).
            03   WRK-HK-BUSHO-CODE            PIC X(003).
            03   WRK-HK-TANTOSYA-BANGOU       PIC 9(004).
            03   FILLER                       PIC X(036).
       *>
       *>--採番中の注文番号（基礎番号４桁＋チェックデジット）--
       01   KEY-MISEBAN                       PIC X(003).
       01   WRK-KIBAN-BANGOU                  PIC 9(004).
       01   WRK-CHUMON-BANGOU                 PIC 9(005).
       *>
       *>--店別採番制御の一括読み込み・書き戻し用テーブル--
       77   CST-MAX-MISE-KENSU                PIC 9(003) VALUE 999.
       01   WRK-MISE-TBL.
            03   WRK-MISE-ENT                     OCCURS 999.
                 05   WRK-MISE-MISEBAN            PIC X(003).
                 05   WRK-MISE-SAISHU-BANGOU      PIC 9(004).
       01   WRK-MISE-CNT                      PIC 9(003).
       01   WRK-MISE-IDX                      PIC 9(003).
       01   WRK-MISE-HIT-IDX                  PIC 9(003).
       01   WRK-MISE-MITUKE-SW                PIC X(001).
            88   WRK-MISE-MITUKE              VALUE "Y".
       *>
       *>--チェックデジット計算用（CHKDGT01と同じモジュラス１０方式）--
       01   WRK-CD-AREA.
            03   WRK-CD-KETA                  PIC 9(001) OCCURS 4.
            03   WRK-CD-IDX                   PIC 9(001).
            03   WRK-CD-WEIGHT                PIC 9(001).
            03   WRK-CD-SEKI                  PIC 9(002).
            03   WRK-CD-GOUKEI                PIC 9(003).
            03   WRK-CD-AMARI                 PIC 9(002).
            03   WRK-CD-SHOU                  PIC 9(003).
            03   WRK-CD-CHECK                 PIC 9(001).
       01   WRK-CD-KIBAN   REDEFINES   WRK-CD-AREA.
            03   WRK-CD-KIBAN-BANGOU          PIC 9(004).
            03   FILLER                       PIC X(013).
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "QUOCNV01".
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
                     VALUE "見積受注変換結果リスト".
            03   FILLER                       PIC X(012)
                                 VALUE "実行日：".
            03   HD01-NEN                     PIC 9(004).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD01-GETU                    PIC 9(002).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD01-HI                      PIC 9(002).
       *>
       01   HD02-KEKKA-LINE.
            03   FILLER                       PIC X(015)
                                 VALUE "見積番号：".
            03   HD02-MITSUMORI-BANGOU        PIC 9(006).
            03   FILLER                       PIC X(015)
                                 VALUE "　受諾日：".
            03   HD02-JUDAKU-BI               PIC 9999/99/99.
            03   FILLER                       PIC X(018)
                                 VALUE "　有効期限：".
            03   HD02-YUKO-KIGEN              PIC 9999/99/99.
            03   FILLER                       PIC X(012)
                                 VALUE "　結果：".
            03   HD02-KEKKA                   PIC X(015).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD02-ZYUTYU-BANGOU           PIC X(008).
       *>
       01   HD03-GOKEI-LINE.
            03   FILLER                       PIC X(015)
                                 VALUE "変換件数：".
            03   HD03-HENKAN-KENSU            PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(018)
                                 VALUE "　却下件数：".
            03   HD03-KYAKKA-KENSU            PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(024)
                                 VALUE "　期限切れ件数：".
            03   HD03-KIGEN-GIRE-KENSU        PIC ZZZ,ZZ9.
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "QUOCNV01の出力結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "受注変換件数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "却下件数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS4-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "変換明細件数：".
            03   MSG4-COUNT                   PIC ZZZ,ZZ9.
       *>
       *>--入出力異常発生時に表示するメッセージ--
       01   MS9-MESSAGE-AREA.
            03   FILLER                       PIC X(044)
                  VALUE "QAC01-JUDAKU-TRN入出力異常 STATUS=".
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
           MOVE   ZERO       TO   WRK-KIGEN-GIRE-COUNT.
           MOVE   ZERO       TO   WRK-MEISAI-COUNT.
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
       *>
       *>  実行日の取得
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           MOVE     WRK-RUN-DATE   TO     WRK-RUN-DATE-H.
       *>
       *>  見積ファイル・店別採番制御ファイルの一括読み込み
           PERFORM   MITSUMORI-LOAD-PROC.
           PERFORM   SAIBAN-FILE-LOAD-PROC.
       *>
       *>ファイルのオープン
           OPEN   INPUT    QAC01-JUDAKU-TRN
                  OUTPUT   QIN01-ZYUTYU-FILE
                           PRT01-HENKAN-LIST.
       *>
       *>  結果リストの見出しの印刷
           MOVE   WRK-RUN-NEN    TO   HD01-NEN.
           MOVE   WRK-RUN-GETU   TO   HD01-GETU.
           MOVE   WRK-RUN-HI     TO   HD01-HI.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD01-MIDASHI-1.
       *>
       *>見積受諾トランザクションファイルの読み込み
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
       *>  受諾の無いまま有効期限を過ぎた未変換見積を期限切れとする
           PERFORM   KIGEN-GIRE-HANTEI-PROC
                    VARYING   WRK-QUO-IDX   FROM   1   BY   1
                    UNTIL   WRK-QUO-IDX   >   WRK-QUO-CNT.
       *>
       *>  見積ファイル・店別採番制御ファイルの書き戻し
           PERFORM   MITSUMORI-SAVE-PROC.
           PERFORM   SAIBAN-FILE-SAVE-PROC.
       *>
       *>  結果リストの件数行の印刷
           MOVE   WRK-OUT-COUNT          TO   HD03-HENKAN-KENSU.
           MOVE   WRK-ERROR-COUNT        TO   HD03-KYAKKA-KENSU.
           MOVE   WRK-KIGEN-GIRE-COUNT   TO   HD03-KIGEN-GIRE-KENSU.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD03-GOKEI-LINE.
       *>
       *>ファイルのクローズ
           CLOSE   QAC01-JUDAKU-TRN
                   QIN01-ZYUTYU-FILE
                   PRT01-HENKAN-LIST.
       *>
       *>変換件数・却下件数の表示
           MOVE   WRK-OUT-COUNT      TO   MSG2-COUNT.
           MOVE   WRK-ERROR-COUNT    TO   MSG3-COUNT.
           MOVE   WRK-MEISAI-COUNT   TO   MSG4-COUNT.
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
       *>主処理（見積受諾１件ごとの検証と受注への変換）
       *>----------------------------------------------------------------------------
       MAIN-PROC                          SECTION.
       *>
           ADD   1   TO   WRK-IN-COUNT.
           MOVE   SPACE   TO   WRK-KYAKKA-RIYU.
       *>
           IF   QAC01-JUDAKU-BI   NOT NUMERIC
           OR   QAC01-JUDAKU-BI   =   ZERO   THEN
                MOVE   WRK-RUN-DATE      TO   WRK-JUDAKU-BI
           ELSE
                MOVE   QAC01-JUDAKU-BI   TO   WRK-JUDAKU-BI
           END-IF.
       *>
       *>  見積ヘッダの検索
           MOVE   SPACE   TO   WRK-QUO-MITUKE-SW.
           PERFORM   MITSUMORI-TBL-CHECK-PROC
                    VARYING   WRK-QUO-IDX   FROM   1   BY   1
                    UNTIL   WRK-QUO-IDX   >   WRK-QUO-CNT
                    OR      WRK-QUO-MITUKE.
       *>
           IF   NOT   WRK-QUO-MITUKE   THEN
                MOVE   SPACE             TO   WRK-QW-RECODE
                MOVE   ZERO              TO   WRK-QW-HD-YUKO-KIGEN
                MOVE   "MITSUMORI-NASHI" TO   WRK-KYAKKA-RIYU
                PERFORM   KEKKA-LINE-WRITE-PROC
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
           MOVE   WRK-QUO-REC(WRK-QUO-HIT-IDX)   TO   WRK-QW-RECODE.
       *>
       *>  変換済み・期限切れの見積は変換しない
           IF   WRK-QW-HD-HENKAN-ZUMI   THEN
                MOVE   "HENKAN-ZUMI"     TO   WRK-KYAKKA-RIYU
                PERFORM   KEKKA-LINE-WRITE-PROC
                GO   TO   MAIN-PROC-READ
           END-IF.
           IF   WRK-QW-HD-KIGEN-GIRE   THEN
                MOVE   "KIGEN-GIRE"      TO   WRK-KYAKKA-RIYU
                PERFORM   KEKKA-LINE-WRITE-PROC
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
       *>  有効期限を過ぎた受諾は見積を期限切れとして却下する
           IF   WRK-JUDAKU-BI   >   WRK-QW-HD-YUKO-KIGEN   THEN
                MOVE   "X"               TO   WRK-QW-HD-JOTAI-KUBUN
                MOVE   WRK-QW-RECODE     TO
                       WRK-QUO-REC(WRK-QUO-HIT-IDX)
                ADD    1                 TO   WRK-KIGEN-GIRE-COUNT
                MOVE   "KIGEN-GIRE"      TO   WRK-KYAKKA-RIYU
                PERFORM   KEKKA-LINE-WRITE-PROC
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
       *>  見積の店番で注文番号を採番し、受注ヘッダを書き出す
           MOVE   WRK-QW-HD-MISEBAN   TO   KEY-MISEBAN.
           PERFORM   CHUMON-BANGOU-SAIBAN-PROC.
       *>
           MOVE   SPACE                      TO   QIN01-HEADER-RECODE.
           MOVE   "1"                        TO   QIN01-HD-KUBUN.
           MOVE   WRK-QW-HD-MISEBAN          TO   QIN01-HD-MISEBAN.
           MOVE   WRK-CHUMON-BANGOU          TO
                  QIN01-HD-TYUMON-BANGOU.
           MOVE   WRK-QW-HD-KOKYAKU-BANGOU   TO
                  QIN01-HD-KOKYAKU-BANGOU.
           MOVE   WRK-QW-HD-NOHIN-SAKI       TO   QIN01-HD-NOHIN-SAKI.
           WRITE  QIN01-HEADER-RECODE.
       *>
       *>  見積明細（次の見積ヘッダまで）を受注明細として書き出す
           MOVE   WRK-QW-RECODE   TO   WRK-HENKAN-HD-RECODE.
           MOVE   SPACE           TO   WRK-QUO-OWARI-SW.
           COMPUTE   WRK-QUO-IDX   =   WRK-QUO-HIT-IDX   +   1.
           PERFORM   ZYUTYU-MEISAI-WRITE-PROC
                    UNTIL   WRK-QUO-IDX   >   WRK-QUO-CNT
                    OR      WRK-QUO-OWARI.
       *>
       *>  見積を変換済みとし、変換日・変換先の受注番号を記録する
           MOVE   WRK-HENKAN-HD-RECODE   TO   WRK-QW-RECODE.
           MOVE   "C"                    TO   WRK-QW-HD-JOTAI-KUBUN.
           MOVE   WRK-JUDAKU-BI          TO   WRK-QW-HD-HENKAN-BI.
           MOVE   WRK-QW-HD-MISEBAN      TO   WRK-QW-HD-ZYUTYU-MISEBAN.
           MOVE   WRK-CHUMON-BANGOU      TO   WRK-QW-HD-TYUMON-BANGOU.
           MOVE   WRK-QW-RECODE          TO
                  WRK-QUO-REC(WRK-QUO-HIT-IDX).
       *>
           PERFORM   KEKKA-LINE-WRITE-PROC.
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
       *>見積ヘッダの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       MITSUMORI-TBL-CHECK-PROC           SECTION.
       *>
           MOVE   WRK-QUO-REC(WRK-QUO-IDX)   TO   WRK-QW-RECODE.
           IF   WRK-QW-HEADER-REC
           AND  WRK-QW-HD-MITSUMORI-BANGOU
                                   =   QAC01-MITSUMORI-BANGOU   THEN
                MOVE   "Y"           TO   WRK-QUO-MITUKE-SW
                MOVE   WRK-QUO-IDX   TO   WRK-QUO-HIT-IDX
           END-IF.
       *>
       MITSUMORI-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>受注明細レコードの書き出し（見積明細１件分。見積ヘッダで終了）
       *>  受注日は実行日、受付時刻はゼロ、担当者は見積の営業担当者とする
       *>----------------------------------------------------------------------------
       ZYUTYU-MEISAI-WRITE-PROC           SECTION.
       *>
           MOVE   WRK-QUO-REC(WRK-QUO-IDX)   TO   WRK-QW-RECODE.
           IF   NOT   WRK-QW-MEISAI-REC   THEN
                MOVE   "Y"   TO   WRK-QUO-OWARI-SW
                GO   TO   ZYUTYU-MEISAI-WRITE-PROC-EXIT
           END-IF.
       *>
           MOVE   SPACE                    TO   QIN01-RECODE.
           MOVE   "2"                      TO   QIN01-RECORD-KUBUN.
           MOVE   KEY-MISEBAN              TO   QIN01-MISEBAN.
           MOVE   WRK-CHUMON-BANGOU        TO   QIN01-TYUMON-BANGOU.
           MOVE   WRK-QW-SHOHIN-CODE(1:2)  TO   QIN01-BUNRUI-CODE.
           MOVE   WRK-QW-SHOHIN-CODE(3:4)  TO   QIN01-SHOHIN-NO.
           MOVE   WRK-QW-SURYO             TO   QIN01-TYUMON-SU.
           MOVE   WRK-RUN-DATE             TO   QIN01-HIDUKE.
           MOVE   ZERO                     TO   QIN01-ZIKAN.
           MOVE   WRK-HK-BUSHO-CODE        TO   QIN01-BUSHO-CODE.
           MOVE   WRK-HK-TANTOSYA-BANGOU   TO   QIN01-TANTOSYA-BANGOU.
           WRITE  QIN01-RECODE.
       *>
           ADD   1   TO   WRK-MEISAI-COUNT.
           ADD   1   TO   WRK-QUO-IDX.
       *>
       ZYUTYU-MEISAI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>結果リストの明細行の編集・印刷（受諾１件分）
       *>----------------------------------------------------------------------------
       KEKKA-LINE-WRITE-PROC              SECTION.
       *>
           MOVE   QAC01-MITSUMORI-BANGOU   TO   HD02-MITSUMORI-BANGOU.
           MOVE   WRK-JUDAKU-BI            TO   HD02-JUDAKU-BI.
           MOVE   WRK-QW-HD-YUKO-KIGEN     TO   HD02-YUKO-KIGEN.
       *>
           IF   WRK-KYAKKA-RIYU   =   SPACE   THEN
                MOVE   "HENKAN"                  TO   HD02-KEKKA
                MOVE   WRK-QW-HD-ZYUTYU-BANGOU   TO   HD02-ZYUTYU-BANGOU
           ELSE
                MOVE   WRK-KYAKKA-RIYU           TO   HD02-KEKKA
                MOVE   SPACE                     TO   HD02-ZYUTYU-BANGOU
                ADD    1                         TO   WRK-ERROR-COUNT
           END-IF.
       *>
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD02-KEKKA-LINE.
       *>
       KEKKA-LINE-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>有効期限切れの判定（見積レコード１件分。未変換の見積ヘッダで
       *>  実行日が有効期限を過ぎたものを期限切れとする）
       *>----------------------------------------------------------------------------
       KIGEN-GIRE-HANTEI-PROC             SECTION.
       *>
           MOVE   WRK-QUO-REC(WRK-QUO-IDX)   TO   WRK-QW-RECODE.
           IF   WRK-QW-HEADER-REC
           AND  WRK-QW-HD-MI-HENKAN
           AND  WRK-QW-HD-YUKO-KIGEN   <   WRK-RUN-DATE   THEN
                MOVE   "X"             TO   WRK-QW-HD-JOTAI-KUBUN
                MOVE   WRK-QW-RECODE   TO   WRK-QUO-REC(WRK-QUO-IDX)
                ADD    1               TO   WRK-KIGEN-GIRE-COUNT
           END-IF.
       *>
       KIGEN-GIRE-HANTEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>注文番号の採番処理（店別の基礎番号＋１とチェックデジットの付加）
       *>----------------------------------------------------------------------------
       CHUMON-BANGOU-SAIBAN-PROC         SECTION.
       *>
       *>  店別の最終採番基礎番号の検索（未登録の店は新規登録）
           MOVE   SPACE   TO   WRK-MISE-MITUKE-SW.
       *>
           PERFORM   MISE-TBL-CHECK-PROC
                    VARYING   WRK-MISE-IDX   FROM   1   BY   1
                    UNTIL   WRK-MISE-IDX   >   WRK-MISE-CNT
                    OR      WRK-MISE-MITUKE.
       *>
           IF   NOT   WRK-MISE-MITUKE   THEN
                ADD    1               TO   WRK-MISE-CNT
                MOVE   WRK-MISE-CNT    TO   WRK-MISE-HIT-IDX
                MOVE   KEY-MISEBAN     TO
                       WRK-MISE-MISEBAN(WRK-MISE-HIT-IDX)
                MOVE   ZERO            TO
                       WRK-MISE-SAISHU-BANGOU(WRK-MISE-HIT-IDX)
           END-IF.
       *>
           ADD    1   TO   WRK-MISE-SAISHU-BANGOU(WRK-MISE-HIT-IDX).
           MOVE   WRK-MISE-SAISHU-BANGOU(WRK-MISE-HIT-IDX)   TO
                  WRK-KIBAN-BANGOU.
       *>
       *>  チェックデジットの計算と注文番号（５桁）の編集
           PERFORM   CHECK-DIGIT-KEISAN-PROC.
           MOVE   WRK-KIBAN-BANGOU   TO   WRK-CHUMON-BANGOU(1:4).
           MOVE   WRK-CD-CHECK       TO   WRK-CHUMON-BANGOU(5:1).
       *>
       CHUMON-BANGOU-SAIBAN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>店別採番制御テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       MISE-TBL-CHECK-PROC               SECTION.
       *>
           IF   WRK-MISE-MISEBAN(WRK-MISE-IDX)   =   KEY-MISEBAN  THEN
                MOVE   "Y"            TO   WRK-MISE-MITUKE-SW
                MOVE   WRK-MISE-IDX   TO   WRK-MISE-HIT-IDX
           END-IF.
       *>
       MISE-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>チェックデジットの計算処理（モジュラス１０・ウェイト２／１。
       *>  基礎番号４桁の右からウェイト２・１を交互に掛け、２倍で２桁に
       *>  なった場合は９を引いて合計する。CHKDGT01の検証と対の計算）
       *>----------------------------------------------------------------------------
       CHECK-DIGIT-KEISAN-PROC           SECTION.
       *>
           MOVE   WRK-KIBAN-BANGOU   TO   WRK-CD-KIBAN-BANGOU.
           MOVE   ZERO               TO   WRK-CD-GOUKEI.
           MOVE   2                  TO   WRK-CD-WEIGHT.
       *>
           PERFORM   CD-KETA-KAKEZAN-PROC
                    VARYING   WRK-CD-IDX   FROM   4   BY   -1
                    UNTIL   WRK-CD-IDX   <   1.
       *>
           DIVIDE   WRK-CD-GOUKEI   BY   10   GIVING   WRK-CD-SHOU
                REMAINDER   WRK-CD-AMARI.
           COMPUTE   WRK-CD-CHECK   =   10   -   WRK-CD-AMARI.
           IF   WRK-CD-CHECK   =   10   THEN
                MOVE   ZERO   TO   WRK-CD-CHECK
           END-IF.
       *>
       CHECK-DIGIT-KEISAN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>１桁分のウェイト掛け（２倍で２桁になった場合は９を引いて合計する）
       *>----------------------------------------------------------------------------
       CD-KETA-KAKEZAN-PROC              SECTION.
       *>
           COMPUTE   WRK-CD-SEKI   =
                     WRK-CD-KETA(WRK-CD-IDX)   *   WRK-CD-WEIGHT.
           IF   WRK-CD-SEKI   >   9   THEN
                SUBTRACT   9   FROM   WRK-CD-SEKI
           END-IF.
           ADD   WRK-CD-SEKI   TO   WRK-CD-GOUKEI.
       *>
           IF   WRK-CD-WEIGHT   =   2   THEN
                MOVE   1   TO   WRK-CD-WEIGHT
           ELSE
                MOVE   2   TO   WRK-CD-WEIGHT
           END-IF.
       *>
       CD-KETA-KAKEZAN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>見積ファイルの一括読み込み（テーブルへ格納・書き戻し用）
       *>  テーブルに収まらない場合は書き戻しで見積を失うため中止する
       *>----------------------------------------------------------------------------
       MITSUMORI-LOAD-PROC                SECTION.
       *>
           MOVE   ZERO    TO   WRK-QUO-CNT.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   QUO01-MITSUMORI-FILE.
       *>
           IF   QUO-FILE-STATUS   =   "00"   THEN
                PERFORM   MITSUMORI-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   QUO01-MITSUMORI-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       MITSUMORI-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>見積ファイルの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       MITSUMORI-READ-PROC                SECTION.
       *>
           READ QUO01-MITSUMORI-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-QUO-CNT   >=   CST-MAX-QUO-KENSU   THEN
                          DISPLAY   MSA-MESSAGE-AREA   UPON   CONSOLE
                          MOVE   16   TO   RETURN-CODE
                          STOP   RUN
                     END-IF
                     ADD   1   TO   WRK-QUO-CNT
                     MOVE   QUO01-RECODE   TO   WRK-QUO-REC(WRK-QUO-CNT)
           END-READ.
       *>
       MITSUMORI-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>見積ファイルの書き戻し
       *>----------------------------------------------------------------------------
       MITSUMORI-SAVE-PROC                SECTION.
       *>
           OPEN   OUTPUT   QUO01-MITSUMORI-FILE.
       *>
           PERFORM   MITSUMORI-WRITE-PROC
                    VARYING   WRK-QUO-IDX   FROM   1   BY   1
                    UNTIL   WRK-QUO-IDX   >   WRK-QUO-CNT.
       *>
           CLOSE   QUO01-MITSUMORI-FILE.
       *>
       MITSUMORI-SAVE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>見積ファイルの書き込み（１件分）
       *>----------------------------------------------------------------------------
       MITSUMORI-WRITE-PROC               SECTION.
       *>
           MOVE    WRK-QUO-REC(WRK-QUO-IDX)   TO   QUO01-RECODE.
           WRITE   QUO01-RECODE.
       *>
       MITSUMORI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>店別採番制御ファイルの一括読み込み（テーブルへ格納・書き戻し用）
       *>----------------------------------------------------------------------------
       SAIBAN-FILE-LOAD-PROC             SECTION.
       *>
           MOVE   ZERO    TO   WRK-MISE-CNT.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   STC01-SAIBAN-FILE.
       *>
           IF   STC-FILE-STATUS   =   "00"   THEN
                PERFORM   SAIBAN-FILE-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   STC01-SAIBAN-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       SAIBAN-FILE-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>店別採番制御ファイルの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       SAIBAN-FILE-READ-PROC             SECTION.
       *>
           READ STC01-SAIBAN-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-MISE-CNT   <   CST-MAX-MISE-KENSU   THEN
                          ADD   1   TO   WRK-MISE-CNT
                          MOVE   STC01-MISEBAN         TO
                              WRK-MISE-MISEBAN(WRK-MISE-CNT)
                          MOVE   STC01-SAISHU-BANGOU   TO
                              WRK-MISE-SAISHU-BANGOU(WRK-MISE-CNT)
                     END-IF
           END-READ.
       *>
       SAIBAN-FILE-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>店別採番制御ファイルの書き戻し
       *>----------------------------------------------------------------------------
       SAIBAN-FILE-SAVE-PROC             SECTION.
       *>
           OPEN   OUTPUT   STC01-SAIBAN-FILE.
       *>
           PERFORM   SAIBAN-WRITE-PROC
                    VARYING   WRK-MISE-IDX   FROM   1   BY   1
                    UNTIL   WRK-MISE-IDX   >   WRK-MISE-CNT.
       *>
           CLOSE   STC01-SAIBAN-FILE.
       *>
       SAIBAN-FILE-SAVE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>店別採番制御ファイルの書き込み（１件分）
       *>----------------------------------------------------------------------------
       SAIBAN-WRITE-PROC                 SECTION.
       *>
           MOVE   WRK-MISE-MISEBAN(WRK-MISE-IDX)         TO
                  STC01-MISEBAN.
           MOVE   WRK-MISE-SAISHU-BANGOU(WRK-MISE-IDX)   TO
                  STC01-SAISHU-BANGOU.
       *>
           WRITE   STC01-RECODE.
       *>
       SAIBAN-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>[入力]見積受諾トランザクションファイルの読み込み
       *>----------------------------------------------------------------------------
       TRN-FILE-READ-PROC                 SECTION.
       *>
           READ   QAC01-JUDAKU-TRN
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
