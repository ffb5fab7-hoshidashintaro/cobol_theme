       *>----------------------------------------------------------------------------
       *>担当者別見積状況レポート作成処理（週次）
       *>  見積ファイル（QUO01）の見積ヘッダを部署コード・担当者番号・見積
       *>  番号順に整列し、担当者ごとに見積を１行ずつ（未変換・期限切れ・
       *>  変換済みの状態と変換先の受注番号）印刷したうえで、未変換・期限
       *>  切れ・変換済みの件数と受注変換率（変換済み件数÷見積件数）を
       *>  担当者計・部署小計・総合計として印刷する。未変換のまま実行日が
       *>  有効期限を過ぎた見積は期限切れとして数える。
       *>  担当者名は担当者マスタ（TAN01）より引き当てる。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        QUORPT01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]見積ファイル
       *>----------------------------------------------------------------------------
       SELECT    QUO01-MITSUMORI-FILE ASSIGN       TO   "QUO01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS IN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>担当者順整列用のソート作業ファイル
       *>----------------------------------------------------------------------------
       SELECT    ST-MITSUMORI-FILE    ASSIGN       TO   "ST".
       *>----------------------------------------------------------------------------
       *>[入力]担当者マスタファイル（TEST0001と同一レイアウト）
       *>----------------------------------------------------------------------------
       SELECT    TAN01-TANTOSYA-MASTER ASSIGN      TO   "TAN01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS       IS TAN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]担当者別見積状況レポート
       *>----------------------------------------------------------------------------
       SELECT    PRT01-MITSUMORI-REPORT ASSIGN     TO   "PRT61.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]見積ファイルのレイアウト定義（QUOTE01と同一）
       *>----------------------------------------------------------------------------
       FD   QUO01-MITSUMORI-FILE.
       01   QUO01-RECODE.
            03   QUO01-RECORD-KUBUN           PIC X(001).
                 88   QUO01-HEADER-REC        VALUE "1".
                 88   QUO01-MEISAI-REC        VALUE "2".
            03   QUO01-MITSUMORI-BANGOU       PIC 9(006).
            03   QUO01-SHOHIN-CODE            PIC X(006).
            03   QUO01-SURYO                  PIC 9(005).
            03   QUO01-MITSUMORI-TANKA        PIC 9(005).
            03   QUO01-TANKA-KUBUN            PIC X(001).
            03   FILLER                       PIC X(035).
       *>
       *>  [入力]見積ファイル 見積ヘッダレコードのレイアウト定義
       01   QUO01-HEADER-RECODE.
            03   QUO01-HD-KUBUN               PIC X(001).
            03   QUO01-HD-MITSUMORI-BANGOU    PIC 9(006).
            03   QUO01-HD-MISEBAN             PIC X(003).
            03   QUO01-HD-KOKYAKU-BANGOU      PIC 9(006).
            03   QUO01-HD-TANTOSYA-CODE.
                 05   QUO01-HD-BUSHO-CODE     PIC X(003).
                 05   QUO01-HD-TANTOSYA-BANGOU
                                              PIC 9(004).
            03   QUO01-HD-MITSUMORI-BI        PIC 9(008).
            03   QUO01-HD-YUKO-KIGEN          PIC 9(008).
            03   QUO01-HD-JOTAI-KUBUN         PIC X(001).
                 88   QUO01-HD-MI-HENKAN      VALUE "O".
                 88   QUO01-HD-HENKAN-ZUMI    VALUE "C".
                 88   QUO01-HD-KIGEN-GIRE     VALUE "X".
            03   QUO01-HD-NOHIN-SAKI          PIC X(003).
            03   QUO01-HD-HENKAN-BI           PIC 9(008).
            03   QUO01-HD-ZYUTYU-BANGOU       PIC X(008).
       *>----------------------------------------------------------------------------
       *>ソート作業ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       SD   ST-MITSUMORI-FILE.
       01   ST-RECODE.
            03   ST-TANTOSYA-CODE.
                 05   ST-BUSHO-CODE           PIC X(003).
                 05   ST-TANTOSYA-BANGOU      PIC 9(004).
            03   ST-MITSUMORI-BANGOU          PIC 9(006).
            03   ST-KOKYAKU-BANGOU            PIC 9(006).
            03   ST-MITSUMORI-BI              PIC 9(008).
            03   ST-YUKO-KIGEN                PIC 9(008).
       *>   --集計上の状態（O＝未変換・X＝期限切れ・C＝変換済み）--
            03   ST-JOTAI-KUBUN               PIC X(001).
                 88   ST-MI-HENKAN            VALUE "O".
                 88   ST-HENKAN-ZUMI          VALUE "C".
                 88   ST-KIGEN-GIRE           VALUE "X".
            03   ST-ZYUTYU-BANGOU             PIC X(008).
       *>----------------------------------------------------------------------------
       *>担当者マスタファイルのレイアウト定義（TEST0001と同一）
       *>----------------------------------------------------------------------------
       FD   TAN01-TANTOSYA-MASTER.
       01   TAN01-RECODE.
          03   TAN01-TANTOSYA-CODE.
                05   TAN01-BUSHO-CODE               PIC X(003).
                05   TAN01-TANTOSYA-BANGOU          PIC 9(004).
          03   TAN01-TANTOSYA-MEI                   PIC X(020).
          03   TAN01-KATSUDO-FLG                    PIC X(001).
       *>----------------------------------------------------------------------------
       *>[出力]担当者別見積状況レポートのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT01-MITSUMORI-REPORT.
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
            03   WRK-AT-END-TAN               PIC X(004).
            03   WRK-OUT-COUNT                PIC 9(006).
       *>
       *>--件数の集計（担当者計・部署小計・総合計の順）--
       01   WRK-SHUKEI-AREA.
            03   WRK-SHUKEI                       OCCURS 3.
                 05   WRK-MI-HENKAN-SU            PIC 9(006).
                 05   WRK-KIGEN-GIRE-SU           PIC 9(006).
                 05   WRK-HENKAN-SU               PIC 9(006).
                 05   WRK-MITSUMORI-SU            PIC 9(006).
       77   CST-TANTO-KEI                     PIC 9(001) VALUE 1.
       77   CST-BUSHO-KEI                     PIC 9(001) VALUE 2.
       77   CST-SOU-KEI                       PIC 9(001) VALUE 3.
       01   WRK-SHUKEI-IDX                    PIC 9(001).
       01   WRK-HENKAN-RITSU                  PIC 9(003)V9.
       *>
       *>--前レコードの集計キー保存用--
       01   KEY-TANTOSYA-CODE.
            03   KEY-BUSHO-CODE               PIC X(003).
            03   KEY-TANTOSYA-BANGOU          PIC 9(004).
       *>
       01   IN-FILE-STATUS                    PIC XX.
       01   TAN-FILE-STATUS                   PIC XX.
       *>
       *>--担当者マスタの一括読み込み用テーブル（担当者名の表示用）--
       77   CST-MAX-TANTO-KENSU               PIC 9(004) VALUE 9999.
       01   WRK-TANTO-TBL.
            03   WRK-TANTO-ENT                    OCCURS 9999.
                 05   WRK-TANTO-CODE              PIC X(007).
                 05   WRK-TANTO-MEI               PIC X(020).
       01   WRK-TANTO-CNT                     PIC 9(004).
       01   WRK-TANTO-IDX                     PIC 9(004).
       01   WRK-TANTO-MITUKE-SW               PIC X(001).
            88   WRK-TANTO-MITUKE             VALUE "Y".
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
                     VALUE "担当者別見積状況表".
            03   FILLER                       PIC X(012)
                                 VALUE "実行日：".
            03   HD01-NEN                     PIC 9(004).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD01-GETU                    PIC 9(002).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD01-HI                      PIC 9(002).
       *>
       01   HD02-TANTO-LINE.
            03   FILLER                       PIC X(010)
                                 VALUE "担当：".
            03   HD02-BUSHO-CODE              PIC X(003).
            03   HD02-TANTOSYA-BANGOU         PIC 9(004).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD02-TANTOSYA-MEI            PIC X(020).
       *>
       01   HD03-MEISAI-LINE.
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   HD03-MITSUMORI-BANGOU        PIC 9(006).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-KOKYAKU-BANGOU          PIC 9(006).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-MITSUMORI-BI            PIC 9999/99/99.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-YUKO-KIGEN              PIC 9999/99/99.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-JOTAI-MEI               PIC X(015).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-ZYUTYU-BANGOU           PIC X(008).
       *>
       01   HD04-KENSU-LINE.
            03   HD04-MIDASHI                 PIC X(015).
            03   HD04-BUSHO-CODE              PIC X(003).
            03   FILLER                       PIC X(015)
                                 VALUE "　未変換：".
            03   HD04-MI-HENKAN-SU            PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(018)
                                 VALUE "　期限切れ：".
            03   HD04-KIGEN-GIRE-SU           PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(018)
                                 VALUE "　変換済み：".
            03   HD04-HENKAN-SU               PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(015)
                                 VALUE "　変換率：".
            03   HD04-HENKAN-RITSU            PIC ZZ9.9.
            03   FILLER                       PIC X(001) VALUE "%".
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "QUORPT01の出力結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "見積件数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       *>--入出力異常発生時に表示するメッセージ--
       01   MS9-MESSAGE-AREA.
            03   FILLER                       PIC X(044)
                  VALUE "QUO01-MITSUMORI-FILE入出力異常 STATUS=".
            03   MSG9-STATUS                  PIC X(002).
       *>----------------------------------------------------------------------------
       *>手続き部
       *>----------------------------------------------------------------------------
       PROCEDURE                         DIVISION.
       *>
       *>  作業領域の初期化
           MOVE   ZERO   TO   WRK-OUT-COUNT.
           MOVE   ZERO   TO   WRK-TANTO-CNT.
           INITIALIZE   WRK-SHUKEI-AREA.
       *>
       *>  実行日の取得
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           MOVE     WRK-RUN-DATE   TO     WRK-RUN-DATE-H.
       *>
       *>  担当者マスタの一括読み込み（担当者名の表示用）
           PERFORM   TANTOSYA-MASTER-LOAD-PROC.
       *>
       *>  見積ヘッダを部署・担当者・見積番号順に整列し、担当者別に印刷する
           SORT   ST-MITSUMORI-FILE
                  ON   ASCENDING   KEY   ST-BUSHO-CODE
                  ON   ASCENDING   KEY   ST-TANTOSYA-BANGOU
                  ON   ASCENDING   KEY   ST-MITSUMORI-BANGOU
               INPUT   PROCEDURE   RELEASE-CONTROL-PROC
               OUTPUT  PROCEDURE   RETURN-CONTROL-PROC.
       *>
           MOVE   WRK-OUT-COUNT   TO   MSG2-COUNT.
           DISPLAY   MS1-MESSAGE-AREA   UPON   CONSOLE.
           DISPLAY   MS2-MESSAGE-AREA   UPON   CONSOLE.
       *>
           STOP RUN.
       *>----------------------------------------------------------------------------
       *>ソート前主処理（見積ファイルの読み込みと整列用ファイルへの書き込み）
       *>  見積明細レコードは集計対象外のため整列用ファイルへは送らない
       *>----------------------------------------------------------------------------
       RELEASE-CONTROL-PROC              SECTION.
       *>
           OPEN   INPUT   QUO01-MITSUMORI-FILE.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
       *>  見積ファイルが未作成（"35"）の場合は見積０件として印刷する
           IF   IN-FILE-STATUS   =   "35"   THEN
                GO   TO   RELEASE-CONTROL-PROC-EXIT
           END-IF.
       *>
           PERFORM   RELEASE-MAIN-PROC
                                     UNTIL   WRK-AT-END = CST-END.
       *>
           CLOSE   QUO01-MITSUMORI-FILE.
       *>
       RELEASE-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>見積ファイルの読み込みと整列用ファイルへの書き込み（１件分）
       *>----------------------------------------------------------------------------
       RELEASE-MAIN-PROC                 SECTION.
       *>
           READ   QUO01-MITSUMORI-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
       *>
            NOT   AT   END
                  IF   QUO01-HEADER-REC   THEN
                       PERFORM   ST-RECODE-HENSHU-PROC
                       RELEASE   ST-RECODE
                  END-IF
       *>
           END-READ.
       *>
       *>  正常終了（"10"）以外のステータスは入出力異常として中断
           IF   IN-FILE-STATUS NOT = "00"
                AND   IN-FILE-STATUS NOT = "10"   THEN
                PERFORM   FILE-STATUS-ERROR-PROC
           END-IF.
       *>
       RELEASE-MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>整列用レコードの編集（未変換で有効期限を過ぎた見積は期限切れとする）
       *>----------------------------------------------------------------------------
       ST-RECODE-HENSHU-PROC             SECTION.
       *>
           MOVE   QUO01-HD-TANTOSYA-CODE      TO   ST-TANTOSYA-CODE.
           MOVE   QUO01-HD-MITSUMORI-BANGOU   TO   ST-MITSUMORI-BANGOU.
           MOVE   QUO01-HD-KOKYAKU-BANGOU     TO   ST-KOKYAKU-BANGOU.
           MOVE   QUO01-HD-MITSUMORI-BI       TO   ST-MITSUMORI-BI.
           MOVE   QUO01-HD-YUKO-KIGEN         TO   ST-YUKO-KIGEN.
           MOVE   QUO01-HD-JOTAI-KUBUN        TO   ST-JOTAI-KUBUN.
           MOVE   SPACE                       TO   ST-ZYUTYU-BANGOU.
       *>
           IF   QUO01-HD-HENKAN-ZUMI   THEN
                MOVE   QUO01-HD-ZYUTYU-BANGOU   TO   ST-ZYUTYU-BANGOU
           END-IF.
       *>
           IF   QUO01-HD-MI-HENKAN
           AND  QUO01-HD-YUKO-KIGEN   <   WRK-RUN-DATE   THEN
                MOVE   "X"   TO   ST-JOTAI-KUBUN
           END-IF.
       *>
       ST-RECODE-HENSHU-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート後主処理（担当者別印刷の制御）
       *>----------------------------------------------------------------------------
       RETURN-CONTROL-PROC               SECTION.
       *>
           OPEN   OUTPUT   PRT01-MITSUMORI-REPORT.
       *>
       *>  見出しの印刷
           MOVE   WRK-RUN-NEN    TO   HD01-NEN.
           MOVE   WRK-RUN-GETU   TO   HD01-GETU.
           MOVE   WRK-RUN-HI     TO   HD01-HI.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD01-MIDASHI-1.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
       *>  データの読み込み（先読み）
           PERFORM   FILE-RETURN-PROC.
       *>
           IF   WRK-AT-END   NOT =   CST-END   THEN
                MOVE   ST-TANTOSYA-CODE   TO   KEY-TANTOSYA-CODE
                PERFORM   TANTO-MIDASHI-WRITE-PROC
       *>
                PERFORM   SUMMARY-MAIN-PROC
                                     UNTIL   WRK-AT-END = CST-END
       *>
       *>      最終担当者・最終部署の集計行の印刷
                PERFORM   TANTO-LINE-WRITE-PROC
                PERFORM   BUSHO-LINE-WRITE-PROC
           END-IF.
       *>
       *>  総合計行の印刷
           MOVE   "総合計："      TO   HD04-MIDASHI.
           MOVE   SPACE           TO   HD04-BUSHO-CODE.
           MOVE   CST-SOU-KEI     TO   WRK-SHUKEI-IDX.
           PERFORM   KENSU-LINE-WRITE-PROC.
       *>
           CLOSE   PRT01-MITSUMORI-REPORT.
       *>
       RETURN-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート後見積の印刷と集計（担当者・部署の変わり目で集計行を印刷）
       *>----------------------------------------------------------------------------
       SUMMARY-MAIN-PROC                 SECTION.
       *>
           IF   ST-TANTOSYA-CODE   NOT =   KEY-TANTOSYA-CODE   THEN
       *>
       *>       前担当者の集計行の印刷
                PERFORM   TANTO-LINE-WRITE-PROC
       *>
       *>       部署の変わり目では部署小計も印刷する
                IF   ST-BUSHO-CODE   NOT =   KEY-BUSHO-CODE   THEN
                     PERFORM   BUSHO-LINE-WRITE-PROC
                END-IF
       *>
                MOVE   ST-TANTOSYA-CODE   TO   KEY-TANTOSYA-CODE
                PERFORM   TANTO-MIDASHI-WRITE-PROC
           END-IF.
       *>
       *>  見積１件分の明細行の印刷
           MOVE   ST-MITSUMORI-BANGOU   TO   HD03-MITSUMORI-BANGOU.
           MOVE   ST-KOKYAKU-BANGOU     TO   HD03-KOKYAKU-BANGOU.
           MOVE   ST-MITSUMORI-BI       TO   HD03-MITSUMORI-BI.
           MOVE   ST-YUKO-KIGEN         TO   HD03-YUKO-KIGEN.
           MOVE   ST-ZYUTYU-BANGOU      TO   HD03-ZYUTYU-BANGOU.
       *>
       *>  状態別件数の集計
           EVALUATE   TRUE
               WHEN   ST-HENKAN-ZUMI
                      MOVE   "変換済み"   TO   HD03-JOTAI-MEI
                      ADD    1   TO   WRK-HENKAN-SU(CST-TANTO-KEI)
               WHEN   ST-KIGEN-GIRE
                      MOVE   "期限切れ"   TO   HD03-JOTAI-MEI
                      ADD    1   TO   WRK-KIGEN-GIRE-SU(CST-TANTO-KEI)
               WHEN   OTHER
                      MOVE   "未変換"     TO   HD03-JOTAI-MEI
                      ADD    1   TO   WRK-MI-HENKAN-SU(CST-TANTO-KEI)
           END-EVALUATE.
           ADD   1   TO   WRK-MITSUMORI-SU(CST-TANTO-KEI).
       *>
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD03-MEISAI-LINE.
       *>
           ADD   1   TO   WRK-OUT-COUNT.
       *>
           PERFORM   FILE-RETURN-PROC.
       *>
       SUMMARY-MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>担当者見出し行の編集・印刷処理
       *>----------------------------------------------------------------------------
       TANTO-MIDASHI-WRITE-PROC          SECTION.
       *>
           MOVE   KEY-BUSHO-CODE        TO   HD02-BUSHO-CODE.
           MOVE   KEY-TANTOSYA-BANGOU   TO   HD02-TANTOSYA-BANGOU.
       *>
       *>  担当者名の引き当て（未登録は「（未登録）」表示）
           PERFORM   TANTO-MEI-SANSHO-PROC.
       *>
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD02-TANTO-LINE.
       *>
       TANTO-MIDASHI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>担当者計行の編集・印刷処理（部署小計へも積み上げる）
       *>----------------------------------------------------------------------------
       TANTO-LINE-WRITE-PROC             SECTION.
       *>
           MOVE   "担当者計："    TO   HD04-MIDASHI.
           MOVE   SPACE             TO   HD04-BUSHO-CODE.
           MOVE   CST-TANTO-KEI     TO   WRK-SHUKEI-IDX.
           PERFORM   KENSU-LINE-WRITE-PROC.
       *>
       *>  部署小計への積み上げと担当者計の初期化
           ADD    WRK-MI-HENKAN-SU(CST-TANTO-KEI)    TO
                  WRK-MI-HENKAN-SU(CST-BUSHO-KEI).
           ADD    WRK-KIGEN-GIRE-SU(CST-TANTO-KEI)   TO
                  WRK-KIGEN-GIRE-SU(CST-BUSHO-KEI).
           ADD    WRK-HENKAN-SU(CST-TANTO-KEI)       TO
                  WRK-HENKAN-SU(CST-BUSHO-KEI).
           ADD    WRK-MITSUMORI-SU(CST-TANTO-KEI)    TO
                  WRK-MITSUMORI-SU(CST-BUSHO-KEI).
           INITIALIZE   WRK-SHUKEI(CST-TANTO-KEI).
       *>
       TANTO-LINE-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>部署小計行の編集・印刷処理（総合計へも積み上げる）
       *>----------------------------------------------------------------------------
       BUSHO-LINE-WRITE-PROC             SECTION.
       *>
           MOVE   "部署小計："    TO   HD04-MIDASHI.
           MOVE   KEY-BUSHO-CODE    TO   HD04-BUSHO-CODE.
           MOVE   CST-BUSHO-KEI     TO   WRK-SHUKEI-IDX.
           PERFORM   KENSU-LINE-WRITE-PROC.
       *>
       *>  総合計への積み上げと部署小計の初期化
           ADD    WRK-MI-HENKAN-SU(CST-BUSHO-KEI)    TO
                  WRK-MI-HENKAN-SU(CST-SOU-KEI).
           ADD    WRK-KIGEN-GIRE-SU(CST-BUSHO-KEI)   TO
                  WRK-KIGEN-GIRE-SU(CST-SOU-KEI).
           ADD    WRK-HENKAN-SU(CST-BUSHO-KEI)       TO
                  WRK-HENKAN-SU(CST-SOU-KEI).
           ADD    WRK-MITSUMORI-SU(CST-BUSHO-KEI)    TO
                  WRK-MITSUMORI-SU(CST-SOU-KEI).
           INITIALIZE   WRK-SHUKEI(CST-BUSHO-KEI).
       *>
       BUSHO-LINE-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>件数行の編集・印刷処理（変換率は小数第１位に四捨五入）
       *>----------------------------------------------------------------------------
       KENSU-LINE-WRITE-PROC             SECTION.
       *>
           MOVE   WRK-MI-HENKAN-SU(WRK-SHUKEI-IDX)    TO
                  HD04-MI-HENKAN-SU.
           MOVE   WRK-KIGEN-GIRE-SU(WRK-SHUKEI-IDX)   TO
                  HD04-KIGEN-GIRE-SU.
           MOVE   WRK-HENKAN-SU(WRK-SHUKEI-IDX)       TO
                  HD04-HENKAN-SU.
       *>
           IF   WRK-MITSUMORI-SU(WRK-SHUKEI-IDX)   =   ZERO   THEN
                MOVE   ZERO   TO   WRK-HENKAN-RITSU
           ELSE
                COMPUTE   WRK-HENKAN-RITSU   ROUNDED   =
                          WRK-HENKAN-SU(WRK-SHUKEI-IDX)   *   100
                        / WRK-MITSUMORI-SU(WRK-SHUKEI-IDX)
           END-IF.
           MOVE   WRK-HENKAN-RITSU   TO   HD04-HENKAN-RITSU.
       *>
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD04-KENSU-LINE.
       *>
       KENSU-LINE-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>担当者名の引き当て（担当者マスタテーブルの線形検索）
       *>----------------------------------------------------------------------------
       TANTO-MEI-SANSHO-PROC             SECTION.
       *>
           MOVE   SPACE   TO   WRK-TANTO-MITUKE-SW.
           MOVE   ZERO    TO   WRK-TANTO-IDX.
       *>
           PERFORM   TANTO-TBL-CHECK-PROC
                    VARYING   WRK-TANTO-IDX   FROM   1   BY   1
                    UNTIL   WRK-TANTO-IDX   >   WRK-TANTO-CNT
                    OR      WRK-TANTO-MITUKE.
       *>
           IF   NOT   WRK-TANTO-MITUKE   THEN
                MOVE   "（未登録）"   TO   HD02-TANTOSYA-MEI
           END-IF.
       *>
       TANTO-MEI-SANSHO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>担当者マスタテーブルの突合チェック（１件分・一致時は担当者名を編集）
       *>----------------------------------------------------------------------------
       TANTO-TBL-CHECK-PROC              SECTION.
       *>
           IF   WRK-TANTO-CODE(WRK-TANTO-IDX)
                                   =   KEY-TANTOSYA-CODE   THEN
                MOVE   "Y"   TO   WRK-TANTO-MITUKE-SW
                MOVE   WRK-TANTO-MEI(WRK-TANTO-IDX)   TO
                       HD02-TANTOSYA-MEI
           END-IF.
       *>
       TANTO-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>担当者マスタファイルの一括読み込み（線形検索用テーブルへ格納）
       *>----------------------------------------------------------------------------
       TANTOSYA-MASTER-LOAD-PROC         SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END-TAN.
       *>
           OPEN   INPUT   TAN01-TANTOSYA-MASTER.
       *>
           IF   TAN-FILE-STATUS   =   "00"   THEN
                PERFORM   TANTOSYA-MASTER-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END-TAN = CST-END
                CLOSE   TAN01-TANTOSYA-MASTER
           END-IF.
       *>
       TANTOSYA-MASTER-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>担当者マスタファイルの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       TANTOSYA-MASTER-READ-PROC         SECTION.
       *>
           READ TAN01-TANTOSYA-MASTER
               AT    END
                     MOVE   "END"   TO   WRK-AT-END-TAN
       *>
               NOT   AT     END
                     IF   WRK-TANTO-CNT   <   CST-MAX-TANTO-KENSU THEN
                          ADD   1   TO   WRK-TANTO-CNT
                          MOVE   TAN01-TANTOSYA-CODE   TO
                              WRK-TANTO-CODE(WRK-TANTO-CNT)
                          MOVE   TAN01-TANTOSYA-MEI    TO
                              WRK-TANTO-MEI(WRK-TANTO-CNT)
                     END-IF
           END-READ.
       *>
       TANTOSYA-MASTER-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート後見積の読み込み
       *>----------------------------------------------------------------------------
       FILE-RETURN-PROC                  SECTION.
       *>
           RETURN   ST-MITSUMORI-FILE
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
       *>入力ファイルの入出力異常処理（異常終了）
       *>----------------------------------------------------------------------------
       FILE-STATUS-ERROR-PROC            SECTION.
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
