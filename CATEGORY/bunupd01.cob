       *>  分類マスタは分類名と担当バイヤー名を保持し、種類別集計レポート
       *>  （SAMPLE0001）と受注数量ランキング（SUMMARY_SAMPLE01）が
       *>  コードの名称表示に参照する。
       *>  反映した変更は変更前後のイメージを変更履歴ファイル（BNH01）へ
       *>  書き出す（KOKYAKU_UPDATE01と同じ方式）。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       SELECT    BNE01-ERROR-FILE     ASSIGN       TO   "BNE01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>[出力]変更履歴ファイル（変更前後のイメージを記録・追記）
       *>----------------------------------------------------------------------------
       SELECT    BNH01-HISTORY-FILE   ASSIGN       TO   "BNH01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS BNH-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                                DIVISION.
            03   BNE01-BUNRUI-CODE             PIC X(003).
            03   BNE01-ERROR-KUBUN             PIC X(015).
       *>----------------------------------------------------------------------------
       *>[出力]変更履歴ファイルのレイアウト定義
       *>  イメージは分類マスタの分類コードより後ろ（４０バイト）。
       *>  追加は変更前イメージがスペース、削除は変更後イメージがスペースとなる
       *>----------------------------------------------------------------------------
       FD   BNH01-HISTORY-FILE.
       01   BNH01-RECODE.
            03   BNH01-HENKOU-DATE             PIC 9(008).
            03   BNH01-HENKOU-TIME             PIC 9(006).
            03   BNH01-TORIHIKI-KUBUN          PIC X(001).
            03   BNH01-BUNRUI-CODE             PIC X(003).
            03   BNH01-MAE-IMAGE               PIC X(040).
            03   BNH01-ATO-IMAGE               PIC X(040).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
       *>
       01   BUN-FILE-STATUS                   PIC XX.
       01   IN-FILE-STATUS                    PIC XX.
       01   BNH-FILE-STATUS                   PIC XX.
       *>
       *>--変更日時（変更履歴へ記録する）--
       01   WRK-HENKOU-DATE                   PIC 9(008).
       01   WRK-HENKOU-TIME                   PIC 9(008).
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
           MOVE   ZERO       TO   WRK-OUT-COUNT.
           MOVE   ZERO       TO   WRK-ERROR-COUNT.
       *>
       *>  変更日時の取得
           ACCEPT   WRK-HENKOU-DATE   FROM   DATE   YYYYMMDD.
           ACCEPT   WRK-HENKOU-TIME   FROM   TIME.
       *>
       *>ファイルのオープン
           OPEN   INPUT    BNT01-KOUSIN-FILE
                  OUTPUT   BNE01-ERROR-FILE
                  I-O      BUN01-BUNRUI-MASTER
                  EXTEND   BNH01-HISTORY-FILE.
       *>
       *>  変更履歴ファイルが無い初回実行時は新規作成する
           IF   BNH-FILE-STATUS   =   "35"   THEN
                OPEN   OUTPUT   BNH01-HISTORY-FILE
           END-IF.
       *>
       *>  分類マスタが無い初回実行時は新規作成する
           IF   BUN-FILE-STATUS   =   "35"   THEN
       *>ファイルのクローズ
           CLOSE   BNT01-KOUSIN-FILE
                   BUN01-BUNRUI-MASTER
                   BNE01-ERROR-FILE
                   BNH01-HISTORY-FILE.
       *>
       *>更新件数・エラー件数の表示
           MOVE   WRK-OUT-COUNT   TO   MSG2-COUNT.
           MOVE   BNT01-BUNRUI-CODE   TO   BUN01-BUNRUI-CODE.
           MOVE   BNT01-BUNRUI-MEI    TO   BUN01-BUNRUI-MEI.
           MOVE   BNT01-BAIYA-MEI     TO   BUN01-BAIYA-MEI.
           MOVE   SPACE   TO   BNH01-MAE-IMAGE.
           MOVE   BUN01-RECODE(4:40)   TO   BNH01-ATO-IMAGE.
       *>
           WRITE   BUN01-RECODE.
       *>
           IF   BUN-FILE-STATUS   =   "00"   THEN
                ADD   1   TO   WRK-OUT-COUNT
                PERFORM   HISTORY-FILE-WRITE-PROC
           ELSE
                MOVE   "TORO-ZUMI"   TO   BNE01-ERROR-KUBUN
                PERFORM   ERROR-FILE-WRITE-PROC
                     PERFORM   ERROR-FILE-WRITE-PROC
       *>
               NOT   INVALID   KEY
                     MOVE   BUN01-RECODE(4:40)   TO
                            BNH01-MAE-IMAGE
                     MOVE   BNT01-BUNRUI-MEI   TO   BUN01-BUNRUI-MEI
                     MOVE   BNT01-BAIYA-MEI    TO   BUN01-BAIYA-MEI
                     MOVE   BUN01-RECODE(4:40)   TO
                            BNH01-ATO-IMAGE
                     REWRITE   BUN01-RECODE
                     ADD   1   TO   WRK-OUT-COUNT
                     PERFORM   HISTORY-FILE-WRITE-PROC
       *>
           END-READ.
       *>
                     PERFORM   ERROR-FILE-WRITE-PROC
       *>
               NOT   INVALID   KEY
                     MOVE   BUN01-RECODE(4:40)   TO
                            BNH01-MAE-IMAGE
                     MOVE   SPACE   TO   BNH01-ATO-IMAGE
                     DELETE   BUN01-BUNRUI-MASTER
                     ADD   1   TO   WRK-OUT-COUNT
                     PERFORM   HISTORY-FILE-WRITE-PROC
       *>
           END-READ.
       *>
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>変更履歴ファイルの書き込み処理（変更前後のイメージを記録）
       *>----------------------------------------------------------------------------
       HISTORY-FILE-WRITE-PROC            SECTION.
       *>
           MOVE   WRK-HENKOU-DATE        TO   BNH01-HENKOU-DATE.
           MOVE   WRK-HENKOU-TIME(1:6)   TO   BNH01-HENKOU-TIME.
           MOVE   BNT01-TORIHIKI-KUBUN   TO   BNH01-TORIHIKI-KUBUN.
           MOVE   BNT01-BUNRUI-CODE   TO   BNH01-BUNRUI-CODE.
       *>
           WRITE   BNH01-RECODE.
       *>
       HISTORY-FILE-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>更新エラーファイルの書き込み処理
       *>----------------------------------------------------------------------------
       ERROR-FILE-WRITE-PROC              SECTION.
       *>
           MOVE   BNT01-TORIHIKI-KUBUN   TO   BNE01-TORIHIKI-KUBUN.
           MOVE   BNT01-BUNRUI-CODE   TO   BNE01-BUNRUI-CODE.
       *>
           WRITE   BNE01-RECODE.
       *>
