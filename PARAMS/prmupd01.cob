       *>  共通実行パラメータファイル（PRM01）へ反映する。
       *>  スケジュール担当はこの処理だけで翌日の各ジョブのパラメータを
       *>  一括設定できる。キーはジョブ名＋パラメータ名＋適用日とする。
       *>  反映した変更は変更前後のパラメータ値を変更履歴ファイル（PMH01）へ
       *>  書き出す（KOKYAKU_UPDATE01と同じ方式）。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       SELECT    PER01-ERROR-FILE     ASSIGN       TO   "PER01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>[出力]変更履歴ファイル（変更前後のイメージを記録・追記）
       *>----------------------------------------------------------------------------
       SELECT    PMH01-HISTORY-FILE   ASSIGN       TO   "PMH01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS PMH-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                                DIVISION.
            03   PER01-PARM-MEI                PIC X(010).
            03   PER01-ERROR-KUBUN             PIC X(015).
       *>----------------------------------------------------------------------------
       *>[出力]変更履歴ファイルのレイアウト定義
       *>  イメージはパラメータ値。追加は変更前イメージがスペース、
       *>  削除は変更後イメージがスペースとなる
       *>----------------------------------------------------------------------------
       FD   PMH01-HISTORY-FILE.
       01   PMH01-RECODE.
            03   PMH01-HENKOU-DATE             PIC 9(008).
            03   PMH01-HENKOU-TIME             PIC 9(006).
            03   PMH01-TORIHIKI-KUBUN          PIC X(001).
            03   PMH01-JOB-NAME                PIC X(010).
            03   PMH01-PARM-MEI                PIC X(010).
            03   PMH01-TEKIYO-BI               PIC 9(008).
            03   PMH01-MAE-IMAGE               PIC X(021).
            03   PMH01-ATO-IMAGE               PIC X(021).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
       *>
       01   PRM-FILE-STATUS                   PIC XX.
       01   IN-FILE-STATUS                    PIC XX.
       01   PMH-FILE-STATUS                   PIC XX.
       *>
       *>--変更日時（変更履歴へ記録する）--
       01   WRK-HENKOU-DATE                   PIC 9(008).
       01   WRK-HENKOU-TIME                   PIC 9(008).
       *>
       *>--共通実行パラメータの一括読み込み用テーブル--
       *>  （削除は削除フラグを立て、書き戻し時に除外する）
           MOVE   ZERO       TO   WRK-ERROR-COUNT.
           MOVE   ZERO       TO   WRK-PARM-CNT.
       *>
       *>  変更日時の取得
           ACCEPT   WRK-HENKOU-DATE   FROM   DATE   YYYYMMDD.
           ACCEPT   WRK-HENKOU-TIME   FROM   TIME.
       *>
       *>  共通実行パラメータファイルの一括読み込み
           PERFORM   PARM-FILE-LOAD-PROC.
       *>
       *>ファイルのオープン
           OPEN   INPUT    PTR01-KOUSIN-FILE
                  OUTPUT   PER01-ERROR-FILE
                  EXTEND   PMH01-HISTORY-FILE.
       *>
       *>  変更履歴ファイルが無い初回実行時は新規作成する
           IF   PMH-FILE-STATUS   =   "35"   THEN
                OPEN   OUTPUT   PMH01-HISTORY-FILE
           END-IF.
       *>
       *>更新トランザクションファイルの読み込み
           PERFORM KOUSIN-FILE-READ-PROC.
       *>
       *>ファイルのクローズ
           CLOSE   PTR01-KOUSIN-FILE
                   PER01-ERROR-FILE
                   PMH01-HISTORY-FILE.
       *>
       *>更新件数・エラー件数の表示
           MOVE   WRK-OUT-COUNT   TO   MSG2-COUNT.
                MOVE   SPACE             TO
                       WRK-PARM-SAKUZYO-FLG(WRK-PARM-CNT)
                ADD    1                 TO   WRK-OUT-COUNT
                MOVE   SPACE             TO   PMH01-MAE-IMAGE
                MOVE   PTR01-PARM-ATAI   TO   PMH01-ATO-IMAGE
                PERFORM   HISTORY-FILE-WRITE-PROC
           END-IF
           END-IF.
       *>
       HENKOU-PROC                        SECTION.
       *>
           IF   WRK-PARM-MITUKE   THEN
                MOVE   WRK-PARM-ATAI(WRK-PARM-HIT-IDX)   TO
                       PMH01-MAE-IMAGE
                MOVE   PTR01-PARM-ATAI   TO
                       WRK-PARM-ATAI(WRK-PARM-HIT-IDX)
                ADD    1                 TO   WRK-OUT-COUNT
                MOVE   PTR01-PARM-ATAI   TO   PMH01-ATO-IMAGE
                PERFORM   HISTORY-FILE-WRITE-PROC
           ELSE
                MOVE   "GAITO-NASHI"   TO   PER01-ERROR-KUBUN
                PERFORM   ERROR-FILE-WRITE-PROC
                MOVE   "D"   TO
                       WRK-PARM-SAKUZYO-FLG(WRK-PARM-HIT-IDX)
                ADD    1     TO   WRK-OUT-COUNT
                MOVE   WRK-PARM-ATAI(WRK-PARM-HIT-IDX)   TO
                       PMH01-MAE-IMAGE
                MOVE   SPACE   TO   PMH01-ATO-IMAGE
                PERFORM   HISTORY-FILE-WRITE-PROC
           ELSE
                MOVE   "GAITO-NASHI"   TO   PER01-ERROR-KUBUN
                PERFORM   ERROR-FILE-WRITE-PROC
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>変更履歴ファイルの書き込み処理（変更前後のイメージを記録）
       *>----------------------------------------------------------------------------
       HISTORY-FILE-WRITE-PROC            SECTION.
       *>
           MOVE   WRK-HENKOU-DATE        TO   PMH01-HENKOU-DATE.
           MOVE   WRK-HENKOU-TIME(1:6)   TO   PMH01-HENKOU-TIME.
           MOVE   PTR01-TORIHIKI-KUBUN   TO   PMH01-TORIHIKI-KUBUN.
           MOVE   PTR01-JOB-NAME         TO   PMH01-JOB-NAME.
           MOVE   PTR01-PARM-MEI         TO   PMH01-PARM-MEI.
           MOVE   PTR01-TEKIYO-BI        TO   PMH01-TEKIYO-BI.
       *>
           WRITE   PMH01-RECODE.
       *>
       HISTORY-FILE-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>更新エラーファイルの書き込み処理
       *>----------------------------------------------------------------------------
       ERROR-FILE-WRITE-PROC              SECTION.
