       *>  キー編成の営業日カレンダマスタへ反映する。
       *>  カレンダマスタは日付をキーに日区分（０＝営業日、１＝休業日）と
       *>  摘要を保持し、納期（約束出荷日）計算と月末判定が参照する。
       *>  反映した変更は変更前後のイメージを変更履歴ファイル（CLH01）へ
       *>  書き出す（KOKYAKU_UPDATE01と同じ方式）。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       SELECT    CER01-ERROR-FILE     ASSIGN       TO   "CER01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>[出力]変更履歴ファイル（変更前後のイメージを記録・追記）
       *>----------------------------------------------------------------------------
       SELECT    CLH01-HISTORY-FILE   ASSIGN       TO   "CLH01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS CLH-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                                DIVISION.
            03   CER01-HIZUKE                  PIC 9(008).
            03   CER01-ERROR-KUBUN             PIC X(015).
       *>----------------------------------------------------------------------------
       *>[出力]変更履歴ファイルのレイアウト定義
       *>  イメージはカレンダマスタの日付より後ろ（２１バイト）。
       *>  追加は変更前イメージがスペース、削除は変更後イメージがスペースとなる
       *>----------------------------------------------------------------------------
       FD   CLH01-HISTORY-FILE.
       01   CLH01-RECODE.
            03   CLH01-HENKOU-DATE             PIC 9(008).
            03   CLH01-HENKOU-TIME             PIC 9(006).
            03   CLH01-TORIHIKI-KUBUN          PIC X(001).
            03   CLH01-HIZUKE                  PIC 9(008).
            03   CLH01-MAE-IMAGE               PIC X(021).
            03   CLH01-ATO-IMAGE               PIC X(021).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
       *>
       01   CAL-FILE-STATUS                   PIC XX.
       01   IN-FILE-STATUS                    PIC XX.
       01   CLH-FILE-STATUS                   PIC XX.
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
           OPEN   INPUT    CTR01-KOUSIN-FILE
                  OUTPUT   CER01-ERROR-FILE
                  I-O      CAL01-CALENDAR-MASTER
                  EXTEND   CLH01-HISTORY-FILE.
       *>
       *>  変更履歴ファイルが無い初回実行時は新規作成する
           IF   CLH-FILE-STATUS   =   "35"   THEN
                OPEN   OUTPUT   CLH01-HISTORY-FILE
           END-IF.
       *>
       *>  カレンダマスタが無い初回実行時は新規作成する
           IF   CAL-FILE-STATUS   =   "35"   THEN
       *>ファイルのクローズ
           CLOSE   CTR01-KOUSIN-FILE
                   CAL01-CALENDAR-MASTER
                   CER01-ERROR-FILE
                   CLH01-HISTORY-FILE.
       *>
       *>更新件数・エラー件数の表示
           MOVE   WRK-OUT-COUNT   TO   MSG2-COUNT.
       *>----------------------------------------------------------------------------
       TSUIKA-PROC                        SECTION.
       *>
           MOVE   CTR01-HIZUKE   TO   CAL01-HIZUKE.
           MOVE   CTR01-HI-KUBUN     TO   CAL01-HI-KUBUN.
           MOVE   CTR01-SETSUMEI     TO   CAL01-SETSUMEI.
           MOVE   SPACE   TO   CLH01-MAE-IMAGE.
           MOVE   CAL01-RECODE(9:21)   TO   CLH01-ATO-IMAGE.
       *>
           WRITE   CAL01-RECODE.
       *>
           IF   CAL-FILE-STATUS   =   "00"   THEN
                ADD   1   TO   WRK-OUT-COUNT
                PERFORM   HISTORY-FILE-WRITE-PROC
           ELSE
                MOVE   "TORO-ZUMI"   TO   CER01-ERROR-KUBUN
                PERFORM   ERROR-FILE-WRITE-PROC
                     PERFORM   ERROR-FILE-WRITE-PROC
       *>
               NOT   INVALID   KEY
                     MOVE   CAL01-RECODE(9:21)   TO
                            CLH01-MAE-IMAGE
                     MOVE   CTR01-HI-KUBUN   TO   CAL01-HI-KUBUN
                     MOVE   CTR01-SETSUMEI   TO   CAL01-SETSUMEI
                     MOVE   CAL01-RECODE(9:21)   TO
                            CLH01-ATO-IMAGE
                     REWRITE   CAL01-RECODE
                     ADD   1   TO   WRK-OUT-COUNT
                     PERFORM   HISTORY-FILE-WRITE-PROC
       *>
           END-READ.
       *>
                     PERFORM   ERROR-FILE-WRITE-PROC
       *>
               NOT   INVALID   KEY
                     MOVE   CAL01-RECODE(9:21)   TO
                            CLH01-MAE-IMAGE
                     MOVE   SPACE   TO   CLH01-ATO-IMAGE
                     DELETE   CAL01-CALENDAR-MASTER
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
           MOVE   WRK-HENKOU-DATE        TO   CLH01-HENKOU-DATE.
           MOVE   WRK-HENKOU-TIME(1:6)   TO   CLH01-HENKOU-TIME.
           MOVE   CTR01-TORIHIKI-KUBUN   TO   CLH01-TORIHIKI-KUBUN.
           MOVE   CTR01-HIZUKE   TO   CLH01-HIZUKE.
       *>
           WRITE   CLH01-RECODE.
       *>
       HISTORY-FILE-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>更新エラーファイルの書き込み処理
       *>----------------------------------------------------------------------------
       ERROR-FILE-WRITE-PROC              SECTION.
       *>
           MOVE   CTR01-TORIHIKI-KUBUN   TO   CER01-TORIHIKI-KUBUN.
           MOVE   CTR01-HIZUKE   TO   CER01-HIZUKE.
       *>
           WRITE   CER01-RECODE.
       *>
