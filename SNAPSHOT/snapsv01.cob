       *>----------------------------------------------------------------------------
       *>キー編成マスタ一括退避（スナップショット）処理
       *>  夜間ストリームの最初に、キー編成の全マスタ（商品マスタIN02・
       *>  顧客マスタKMS01・倉庫別在庫WHS01・ロット別在庫LOT01・営業日
       *>  カレンダーCAL01・棚番マスタBIN01・分類マスタBUN01・シリアル
       *>  台帳SRL01）をキー順に読み、実行日付きのスナップショット
       *>  ファイル（ファイル名に実行日を付す）へ一括して書き出す。
       *>  マスタごとに明細の後ろへトレーラ（件数と管理合計）を付け、
       *>  復元処理（SNAPRS01）は復元前にこの件数・管理合計を検証する。
       *>  管理合計は数量・金額を持つマスタのみ（IN02・WHS01・LOT01は
       *>  在庫数、KMS01は売掛残高、BIN01は棚在庫数）の合計とし、その他
       *>  のマスタは件数のみで検証する。
       *>  無いマスタは「無し」のトレーラだけを書き、復元時も触れない。
       *>  退避の実績はスナップショット管理ファイル（SNC01）へ１マスタ
       *>  １行で追記する。同じ日に再実行した場合は、その日の
       *>  スナップショットを作り直す。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        SNAPSV01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]商品マスタファイル（キー編成）
       *>----------------------------------------------------------------------------
       SELECT    IN02-SHOHIN-MASTER   ASSIGN       TO   "IN02.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE  IS SEQUENTIAL
                                      RECORD KEY   IS IN02-SHOHIN-CODE
                                      STATUS       IS IN02-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]顧客マスタファイル（キー編成）
       *>----------------------------------------------------------------------------
       SELECT    KMS01-KOKYAKU-MASTER ASSIGN       TO   "KMS01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE  IS SEQUENTIAL
                                      RECORD KEY   IS
                                            KMS01-KOKYAKU-BANGOU
                                      STATUS       IS KMS-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]倉庫別在庫ファイル（キー編成）
       *>----------------------------------------------------------------------------
       SELECT    WHS01-SOUKO-ZAIKO    ASSIGN       TO   "WHS01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE  IS SEQUENTIAL
                                      RECORD KEY   IS WHS01-SOUKO-KEY
                                      STATUS       IS WHS-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]ロット別在庫ファイル（キー編成）
       *>----------------------------------------------------------------------------
       SELECT    LOT01-LOT-ZAIKO      ASSIGN       TO   "LOT01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE  IS SEQUENTIAL
                                      RECORD KEY   IS LOT01-LOT-KEY
                                      STATUS       IS LOT-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]営業日カレンダーファイル（キー編成）
       *>----------------------------------------------------------------------------
       SELECT    CAL01-CALENDAR-FILE  ASSIGN       TO   "CAL01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE  IS SEQUENTIAL
                                      RECORD KEY   IS CAL01-HIZUKE
                                      STATUS       IS CAL-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]棚番マスタファイル（キー編成）
       *>----------------------------------------------------------------------------
       SELECT    BIN01-LOCATION-MASTER ASSIGN      TO   "BIN01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE  IS SEQUENTIAL
                                      RECORD KEY   IS BIN01-SHOHIN-CODE
                                      STATUS       IS BIN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]分類マスタファイル（キー編成）
       *>----------------------------------------------------------------------------
       SELECT    BUN01-BUNRUI-MASTER  ASSIGN       TO   "BUN01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE  IS SEQUENTIAL
                                      RECORD KEY   IS BUN01-BUNRUI-CODE
                                      STATUS       IS BUN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]シリアル台帳ファイル（キー編成）
       *>----------------------------------------------------------------------------
       SELECT    SRL01-SERIAL-FILE    ASSIGN       TO   "SRL01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE  IS SEQUENTIAL
                                      RECORD KEY   IS SRL01-SERIAL-KEY
                                      STATUS       IS SRL-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]スナップショットファイル（ファイル名に実行日を付して作成する）
       *>----------------------------------------------------------------------------
       SELECT    SNP-SNAPSHOT-FILE    ASSIGN       TO
                                            WRK-SNAP-FILENAME
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS SNP-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入出力]スナップショット管理ファイル（退避実績を追記する）
       *>----------------------------------------------------------------------------
       SELECT    SNC01-KANRI-FILE     ASSIGN       TO   "SNC01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS SNC-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]商品マスタのレイアウト定義（キーと在庫数のみ参照する）
       *>----------------------------------------------------------------------------
       FD   IN02-SHOHIN-MASTER.
       01   IN02-RECODE.
            03   IN02-SHOHIN-CODE             PIC X(006).
            03   FILLER                       PIC X(020).
            03   IN02-ZAIKO-SU                PIC 9(006).
            03   FILLER                       PIC X(045).
       *>----------------------------------------------------------------------------
       *>[入力]顧客マスタのレイアウト定義（キーと売掛残高のみ参照する）
       *>----------------------------------------------------------------------------
       FD   KMS01-KOKYAKU-MASTER.
       01   KMS01-RECODE.
            03   KMS01-KOKYAKU-BANGOU         PIC 9(006).
            03   FILLER                       PIC X(069).
            03   KMS01-KAIKAKE-ZANDAKA        PIC 9(009).
            03   FILLER                       PIC X(080).
       *>----------------------------------------------------------------------------
       *>[入力]倉庫別在庫のレイアウト定義
       *>----------------------------------------------------------------------------
       FD   WHS01-SOUKO-ZAIKO.
       01   WHS01-RECODE.
            03   WHS01-SOUKO-KEY              PIC X(008).
            03   WHS01-ZAIKO-SU               PIC 9(006).
       *>----------------------------------------------------------------------------
       *>[入力]ロット別在庫のレイアウト定義
       *>----------------------------------------------------------------------------
       FD   LOT01-LOT-ZAIKO.
       01   LOT01-RECODE.
            03   LOT01-LOT-KEY                PIC X(014).
            03   FILLER                       PIC X(008).
            03   LOT01-ZAIKO-SU               PIC 9(006).
       *>----------------------------------------------------------------------------
       *>[入力]営業日カレンダーのレイアウト定義（キーのみ参照する）
       *>----------------------------------------------------------------------------
       FD   CAL01-CALENDAR-FILE.
       01   CAL01-RECODE.
            03   CAL01-HIZUKE                 PIC 9(008).
            03   FILLER                       PIC X(021).
       *>----------------------------------------------------------------------------
       *>[入力]棚番マスタのレイアウト定義（キーと棚在庫数のみ参照する）
       *>----------------------------------------------------------------------------
       FD   BIN01-LOCATION-MASTER.
       01   BIN01-RECODE.
            03   BIN01-SHOHIN-CODE            PIC X(006).
            03   FILLER                       PIC X(018).
            03   BIN01-FORWARD-SU             PIC 9(006).
            03   FILLER                       PIC X(024).
       *>----------------------------------------------------------------------------
       *>[入力]分類マスタのレイアウト定義（キーのみ参照する）
       *>----------------------------------------------------------------------------
       FD   BUN01-BUNRUI-MASTER.
       01   BUN01-RECODE.
            03   BUN01-BUNRUI-CODE            PIC X(003).
            03   FILLER                       PIC X(040).
       *>----------------------------------------------------------------------------
       *>[入力]シリアル台帳のレイアウト定義（キーのみ参照する）
       *>----------------------------------------------------------------------------
       FD   SRL01-SERIAL-FILE.
       01   SRL01-RECODE.
            03   SRL01-SERIAL-KEY             PIC X(026).
            03   FILLER                       PIC X(037).
       *>----------------------------------------------------------------------------
       *>[出力]スナップショットファイルのレイアウト定義（SNAPRS01と同一）
       *>  （先頭５桁がマスタ名。区分"D"は明細でマスタのレコードそのまま、
       *>    区分"T"はそのマスタのトレーラ）
       *>----------------------------------------------------------------------------
       FD   SNP-SNAPSHOT-FILE.
       01   SNP-RECODE.
            03   SNP-FILE-ID                  PIC X(005).
            03   SNP-KUBUN                    PIC X(001).
            03   SNP-DATA                     PIC X(164).
       01   SNP-TRAILER-RECODE   REDEFINES   SNP-RECODE.
            03   FILLER                       PIC X(006).
            03   SNP-ARI-KUBUN                PIC X(001).
            03   SNP-KENSU                    PIC 9(009).
            03   SNP-KANRI-GOKEI              PIC 9(015).
            03   FILLER                       PIC X(139).
       *>----------------------------------------------------------------------------
       *>[入出力]スナップショット管理ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   SNC01-KANRI-FILE.
       01   SNC01-RECODE.
            03   SNC01-SNAP-DATE              PIC 9(008).
            03   FILLER                       PIC X(001).
            03   SNC01-SNAP-TIME              PIC 9(006).
            03   FILLER                       PIC X(001).
            03   SNC01-FILE-ID                PIC X(005).
            03   FILLER                       PIC X(001).
            03   SNC01-ARI-KUBUN              PIC X(001).
            03   FILLER                       PIC X(001).
            03   SNC01-KENSU                  PIC 9(009).
            03   FILLER                       PIC X(001).
            03   SNC01-KANRI-GOKEI            PIC 9(015).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
       *>
       *>--手続き部で読み込みループを終了させる際の定数となる--
       77   CST-END                           PIC X(004) VALUE "END".
       *>--退避するマスタの数--
       77   CST-MASTER-SU                     PIC 9(001) VALUE 8.
       *>
       01   WRK-WORK-AREA.
            03   WRK-AT-END                   PIC X(004).
            *>--退避した明細件数の合計--
            03   WRK-OUT-COUNT                PIC 9(009).
       *>
       01   IN02-FILE-STATUS                  PIC XX.
       01   KMS-FILE-STATUS                   PIC XX.
       01   WHS-FILE-STATUS                   PIC XX.
       01   LOT-FILE-STATUS                   PIC XX.
       01   CAL-FILE-STATUS                   PIC XX.
       01   BIN-FILE-STATUS                   PIC XX.
       01   BUN-FILE-STATUS                   PIC XX.
       01   SRL-FILE-STATUS                   PIC XX.
       01   SNP-FILE-STATUS                   PIC XX.
       01   SNC-FILE-STATUS                   PIC XX.
       *>
       *>--マスタごとの退避結果（有無・件数・管理合計）--
       01   WRK-KEKKA-TBL.
            03   WRK-KEKKA-ENT                    OCCURS 8.
                 05   WRK-KEKKA-FILE-ID           PIC X(005).
                 05   WRK-KEKKA-ARI-KUBUN         PIC X(001).
                 05   WRK-KEKKA-KENSU             PIC 9(009).
                 05   WRK-KEKKA-GOKEI             PIC 9(015).
       01   WRK-KEKKA-IDX                     PIC 9(001).
       *>
       *>--スナップショットファイル名（実行日を付して編集する）--
       01   WRK-SNAP-FILENAME                 PIC X(020).
       *>
       *>実行日・実行時刻の退避領域
       01   WRK-RUN-DATE                      PIC 9(008).
       01   WRK-START-TIME                    PIC 9(006).
       01   WRK-START-TIME-NAMA               PIC 9(008).
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "SNAPSV01".
       01   WRK-AUD-RUN-ID                    PIC 9(006) VALUE ZERO.
       01   WRK-ERR-COUNT                     PIC 9(006) VALUE ZERO.
       01   WRK-AUD-IN-COUNT                  PIC 9(006).
       01   WRK-AUD-OUT-COUNT                 PIC 9(006).
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "SNAPSV01の退避結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(021)
                                 VALUE "退避ファイル：".
            03   MSG2-FILENAME                PIC X(020).
       *>
       *>--マスタごとの件数・管理合計--
       01   MS3-MESSAGE-AREA.
            03   MSG3-FILE-ID                 PIC X(005).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   MSG3-ARI-KUBUN               PIC X(001).
            03   FILLER                       PIC X(012)
                                 VALUE "　件数：".
            03   MSG3-KENSU                   PIC ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(018)
                                 VALUE "　管理合計：".
            03   MSG3-GOKEI                   PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       *>----------------------------------------------------------------------------
       *>手続き部
       *>----------------------------------------------------------------------------
       PROCEDURE                         DIVISION.
       *>
           PERFORM   INIT-PROC.
       *>
           PERFORM   IN02-SNAP-PROC.
           PERFORM   KMS01-SNAP-PROC.
           PERFORM   WHS01-SNAP-PROC.
           PERFORM   LOT01-SNAP-PROC.
           PERFORM   CAL01-SNAP-PROC.
           PERFORM   BIN01-SNAP-PROC.
           PERFORM   BUN01-SNAP-PROC.
           PERFORM   SRL01-SNAP-PROC.
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
           MOVE   ZERO    TO   WRK-OUT-COUNT.
       *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
       *>
           MOVE   "IN02 "   TO   WRK-KEKKA-FILE-ID(1).
           MOVE   "KMS01"   TO   WRK-KEKKA-FILE-ID(2).
           MOVE   "WHS01"   TO   WRK-KEKKA-FILE-ID(3).
           MOVE   "LOT01"   TO   WRK-KEKKA-FILE-ID(4).
           MOVE   "CAL01"   TO   WRK-KEKKA-FILE-ID(5).
           MOVE   "BIN01"   TO   WRK-KEKKA-FILE-ID(6).
           MOVE   "BUN01"   TO   WRK-KEKKA-FILE-ID(7).
           MOVE   "SRL01"   TO   WRK-KEKKA-FILE-ID(8).
       *>
       *>  スナップショットファイル名の編集（実行日を付す）
           MOVE   SPACE   TO   WRK-SNAP-FILENAME.
           STRING   "SNAP"          DELIMITED   BY   SIZE
                    WRK-RUN-DATE    DELIMITED   BY   SIZE
                    ".txt"          DELIMITED   BY   SIZE
                    INTO   WRK-SNAP-FILENAME
           END-STRING.
       *>
           OPEN   OUTPUT   SNP-SNAPSHOT-FILE.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>終了処理（管理ファイルへの追記と結果の表示）
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
           CLOSE   SNP-SNAPSHOT-FILE.
       *>
       *>  スナップショット管理ファイルへの追記
           OPEN   EXTEND   SNC01-KANRI-FILE.
           IF   SNC-FILE-STATUS   =   "35"   THEN
                OPEN   OUTPUT   SNC01-KANRI-FILE
           END-IF.
       *>
           DISPLAY   MS1-MESSAGE-AREA UPON CONSOLE.
           MOVE   WRK-SNAP-FILENAME   TO   MSG2-FILENAME.
           DISPLAY   MS2-MESSAGE-AREA UPON CONSOLE.
       *>
           PERFORM   KANRI-WRITE-PROC
                    VARYING   WRK-KEKKA-IDX   FROM   1   BY   1
                    UNTIL   WRK-KEKKA-IDX   >   CST-MASTER-SU.
       *>
           CLOSE   SNC01-KANRI-FILE.
       *>
       *>  共通監査ログへの実行実績の記録
       *>  （件数は監査ログの桁数に収まらない場合は上限で記録する）
           IF   WRK-OUT-COUNT   >   999999   THEN
                MOVE   999999          TO   WRK-AUD-OUT-COUNT
           ELSE
                MOVE   WRK-OUT-COUNT   TO   WRK-AUD-OUT-COUNT
           END-IF.
           MOVE   WRK-AUD-OUT-COUNT   TO   WRK-AUD-IN-COUNT.
           CALL   "AUDIT_LOG01"   USING   WRK-JOB-NAME
                                          WRK-AUD-RUN-ID
                                          WRK-AUD-IN-COUNT
                                          WRK-AUD-OUT-COUNT
                                          WRK-ERR-COUNT
                                          WRK-START-TIME.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>スナップショット管理ファイルへの追記と表示（１マスタ分）
       *>----------------------------------------------------------------------------
       KANRI-WRITE-PROC                   SECTION.
       *>
           MOVE   SPACE                              TO   SNC01-RECODE.
           MOVE   WRK-RUN-DATE                         TO
                  SNC01-SNAP-DATE.
           MOVE   WRK-START-TIME                       TO
                  SNC01-SNAP-TIME.
           MOVE   WRK-KEKKA-FILE-ID(WRK-KEKKA-IDX)     TO
                  SNC01-FILE-ID.
           MOVE   WRK-KEKKA-ARI-KUBUN(WRK-KEKKA-IDX)   TO
                  SNC01-ARI-KUBUN.
           MOVE   WRK-KEKKA-KENSU(WRK-KEKKA-IDX)       TO   SNC01-KENSU.
           MOVE   WRK-KEKKA-GOKEI(WRK-KEKKA-IDX)       TO
                  SNC01-KANRI-GOKEI.
           WRITE  SNC01-RECODE.
       *>
           MOVE   WRK-KEKKA-FILE-ID(WRK-KEKKA-IDX)     TO
                  MSG3-FILE-ID.
           MOVE   WRK-KEKKA-ARI-KUBUN(WRK-KEKKA-IDX)   TO
                  MSG3-ARI-KUBUN.
           MOVE   WRK-KEKKA-KENSU(WRK-KEKKA-IDX)       TO   MSG3-KENSU.
           MOVE   WRK-KEKKA-GOKEI(WRK-KEKKA-IDX)       TO   MSG3-GOKEI.
           DISPLAY   MS3-MESSAGE-AREA UPON CONSOLE.
       *>
       KANRI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>マスタ１本分の退避開始（結果の初期化。無いマスタは「無し」とする）
       *>----------------------------------------------------------------------------
       KEKKA-CLEAR-PROC                   SECTION.
       *>
           MOVE   "N"    TO   WRK-KEKKA-ARI-KUBUN(WRK-KEKKA-IDX).
           MOVE   ZERO   TO   WRK-KEKKA-KENSU(WRK-KEKKA-IDX).
           MOVE   ZERO   TO   WRK-KEKKA-GOKEI(WRK-KEKKA-IDX).
       *>
       KEKKA-CLEAR-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>マスタの明細１件の書き出し（レコードは設定済み）
       *>----------------------------------------------------------------------------
       MEISAI-WRITE-PROC                  SECTION.
       *>
           MOVE   WRK-KEKKA-FILE-ID(WRK-KEKKA-IDX)   TO   SNP-FILE-ID.
           MOVE   "D"                                TO   SNP-KUBUN.
           WRITE  SNP-RECODE.
       *>
           ADD    1   TO   WRK-KEKKA-KENSU(WRK-KEKKA-IDX).
           ADD    1   TO   WRK-OUT-COUNT.
       *>
       MEISAI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>マスタのトレーラの書き出し（件数・管理合計）
       *>----------------------------------------------------------------------------
       TRAILER-WRITE-PROC                 SECTION.
       *>
           MOVE   SPACE                                TO   SNP-RECODE.
           MOVE   WRK-KEKKA-FILE-ID(WRK-KEKKA-IDX)     TO   SNP-FILE-ID.
           MOVE   "T"                                  TO   SNP-KUBUN.
           MOVE   WRK-KEKKA-ARI-KUBUN(WRK-KEKKA-IDX)   TO
                  SNP-ARI-KUBUN.
           MOVE   WRK-KEKKA-KENSU(WRK-KEKKA-IDX)       TO   SNP-KENSU.
           MOVE   WRK-KEKKA-GOKEI(WRK-KEKKA-IDX)       TO
                  SNP-KANRI-GOKEI.
           WRITE  SNP-RECODE.
       *>
       TRAILER-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>商品マスタの退避
       *>----------------------------------------------------------------------------
       IN02-SNAP-PROC                     SECTION.
       *>
           MOVE   1   TO   WRK-KEKKA-IDX.
           PERFORM   KEKKA-CLEAR-PROC.
       *>
           OPEN   INPUT   IN02-SHOHIN-MASTER.
           IF   IN02-FILE-STATUS   NOT =   "00"   THEN
                PERFORM   TRAILER-WRITE-PROC
                GO   TO   IN02-SNAP-PROC-EXIT
           END-IF.
       *>
           MOVE   "Y"   TO   WRK-KEKKA-ARI-KUBUN(WRK-KEKKA-IDX).
           PERFORM   IN02-COPY-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END = CST-END.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           CLOSE   IN02-SHOHIN-MASTER.
           PERFORM   TRAILER-WRITE-PROC.
       *>
       IN02-SNAP-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>商品マスタの退避（１件分）
       *>----------------------------------------------------------------------------
       IN02-COPY-PROC                     SECTION.
       *>
           READ   IN02-SHOHIN-MASTER
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   IN02-COPY-PROC-EXIT
           END-READ.
       *>
           MOVE   SPACE           TO   SNP-RECODE.
           MOVE   IN02-RECODE     TO   SNP-DATA.
           ADD    IN02-ZAIKO-SU   TO   WRK-KEKKA-GOKEI(WRK-KEKKA-IDX).
           PERFORM   MEISAI-WRITE-PROC.
       *>
       IN02-COPY-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客マスタの退避
       *>----------------------------------------------------------------------------
       KMS01-SNAP-PROC                    SECTION.
       *>
           MOVE   2   TO   WRK-KEKKA-IDX.
           PERFORM   KEKKA-CLEAR-PROC.
       *>
           OPEN   INPUT   KMS01-KOKYAKU-MASTER.
           IF   KMS-FILE-STATUS   NOT =   "00"   THEN
                PERFORM   TRAILER-WRITE-PROC
                GO   TO   KMS01-SNAP-PROC-EXIT
           END-IF.
       *>
           MOVE   "Y"   TO   WRK-KEKKA-ARI-KUBUN(WRK-KEKKA-IDX).
           PERFORM   KMS01-COPY-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END = CST-END.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           CLOSE   KMS01-KOKYAKU-MASTER.
           PERFORM   TRAILER-WRITE-PROC.
       *>
       KMS01-SNAP-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客マスタの退避（１件分）
       *>----------------------------------------------------------------------------
       KMS01-COPY-PROC                    SECTION.
       *>
           READ   KMS01-KOKYAKU-MASTER
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   KMS01-COPY-PROC-EXIT
           END-READ.
       *>
           MOVE   SPACE                   TO   SNP-RECODE.
           MOVE   KMS01-RECODE            TO   SNP-DATA.
           ADD    KMS01-KAIKAKE-ZANDAKA   TO
                  WRK-KEKKA-GOKEI(WRK-KEKKA-IDX).
           PERFORM   MEISAI-WRITE-PROC.
       *>
       KMS01-COPY-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>倉庫別在庫の退避
       *>----------------------------------------------------------------------------
       WHS01-SNAP-PROC                    SECTION.
       *>
           MOVE   3   TO   WRK-KEKKA-IDX.
           PERFORM   KEKKA-CLEAR-PROC.
       *>
           OPEN   INPUT   WHS01-SOUKO-ZAIKO.
           IF   WHS-FILE-STATUS   NOT =   "00"   THEN
                PERFORM   TRAILER-WRITE-PROC
                GO   TO   WHS01-SNAP-PROC-EXIT
           END-IF.
       *>
           MOVE   "Y"   TO   WRK-KEKKA-ARI-KUBUN(WRK-KEKKA-IDX).
           PERFORM   WHS01-COPY-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END = CST-END.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           CLOSE   WHS01-SOUKO-ZAIKO.
           PERFORM   TRAILER-WRITE-PROC.
       *>
       WHS01-SNAP-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>倉庫別在庫の退避（１件分）
       *>----------------------------------------------------------------------------
       WHS01-COPY-PROC                    SECTION.
       *>
           READ   WHS01-SOUKO-ZAIKO
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   WHS01-COPY-PROC-EXIT
           END-READ.
       *>
           MOVE   SPACE            TO   SNP-RECODE.
           MOVE   WHS01-RECODE     TO   SNP-DATA.
           ADD    WHS01-ZAIKO-SU   TO   WRK-KEKKA-GOKEI(WRK-KEKKA-IDX).
           PERFORM   MEISAI-WRITE-PROC.
       *>
       WHS01-COPY-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ロット別在庫の退避
       *>----------------------------------------------------------------------------
       LOT01-SNAP-PROC                    SECTION.
       *>
           MOVE   4   TO   WRK-KEKKA-IDX.
           PERFORM   KEKKA-CLEAR-PROC.
       *>
           OPEN   INPUT   LOT01-LOT-ZAIKO.
           IF   LOT-FILE-STATUS   NOT =   "00"   THEN
                PERFORM   TRAILER-WRITE-PROC
                GO   TO   LOT01-SNAP-PROC-EXIT
           END-IF.
       *>
           MOVE   "Y"   TO   WRK-KEKKA-ARI-KUBUN(WRK-KEKKA-IDX).
           PERFORM   LOT01-COPY-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END = CST-END.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           CLOSE   LOT01-LOT-ZAIKO.
           PERFORM   TRAILER-WRITE-PROC.
       *>
       LOT01-SNAP-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ロット別在庫の退避（１件分）
       *>----------------------------------------------------------------------------
       LOT01-COPY-PROC                    SECTION.
       *>
           READ   LOT01-LOT-ZAIKO
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   LOT01-COPY-PROC-EXIT
           END-READ.
       *>
           MOVE   SPACE            TO   SNP-RECODE.
           MOVE   LOT01-RECODE     TO   SNP-DATA.
           ADD    LOT01-ZAIKO-SU   TO   WRK-KEKKA-GOKEI(WRK-KEKKA-IDX).
           PERFORM   MEISAI-WRITE-PROC.
       *>
       LOT01-COPY-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>営業日カレンダーの退避
       *>----------------------------------------------------------------------------
       CAL01-SNAP-PROC                    SECTION.
       *>
           MOVE   5   TO   WRK-KEKKA-IDX.
           PERFORM   KEKKA-CLEAR-PROC.
       *>
           OPEN   INPUT   CAL01-CALENDAR-FILE.
           IF   CAL-FILE-STATUS   NOT =   "00"   THEN
                PERFORM   TRAILER-WRITE-PROC
                GO   TO   CAL01-SNAP-PROC-EXIT
           END-IF.
       *>
           MOVE   "Y"   TO   WRK-KEKKA-ARI-KUBUN(WRK-KEKKA-IDX).
           PERFORM   CAL01-COPY-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END = CST-END.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           CLOSE   CAL01-CALENDAR-FILE.
           PERFORM   TRAILER-WRITE-PROC.
       *>
       CAL01-SNAP-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>営業日カレンダーの退避（１件分）
       *>----------------------------------------------------------------------------
       CAL01-COPY-PROC                    SECTION.
       *>
           READ   CAL01-CALENDAR-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   CAL01-COPY-PROC-EXIT
           END-READ.
       *>
           MOVE   SPACE          TO   SNP-RECODE.
           MOVE   CAL01-RECODE   TO   SNP-DATA.
           PERFORM   MEISAI-WRITE-PROC.
       *>
       CAL01-COPY-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>棚番マスタの退避
       *>----------------------------------------------------------------------------
       BIN01-SNAP-PROC                    SECTION.
       *>
           MOVE   6   TO   WRK-KEKKA-IDX.
           PERFORM   KEKKA-CLEAR-PROC.
       *>
           OPEN   INPUT   BIN01-LOCATION-MASTER.
           IF   BIN-FILE-STATUS   NOT =   "00"   THEN
                PERFORM   TRAILER-WRITE-PROC
                GO   TO   BIN01-SNAP-PROC-EXIT
           END-IF.
       *>
           MOVE   "Y"   TO   WRK-KEKKA-ARI-KUBUN(WRK-KEKKA-IDX).
           PERFORM   BIN01-COPY-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END = CST-END.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           CLOSE   BIN01-LOCATION-MASTER.
           PERFORM   TRAILER-WRITE-PROC.
       *>
       BIN01-SNAP-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>棚番マスタの退避（１件分）
       *>----------------------------------------------------------------------------
       BIN01-COPY-PROC                    SECTION.
       *>
           READ   BIN01-LOCATION-MASTER
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   BIN01-COPY-PROC-EXIT
           END-READ.
       *>
           MOVE   SPACE              TO   SNP-RECODE.
           MOVE   BIN01-RECODE       TO   SNP-DATA.
           ADD    BIN01-FORWARD-SU   TO
                  WRK-KEKKA-GOKEI(WRK-KEKKA-IDX).
           PERFORM   MEISAI-WRITE-PROC.
       *>
       BIN01-COPY-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>分類マスタの退避
       *>----------------------------------------------------------------------------
       BUN01-SNAP-PROC                    SECTION.
       *>
           MOVE   7   TO   WRK-KEKKA-IDX.
           PERFORM   KEKKA-CLEAR-PROC.
       *>
           OPEN   INPUT   BUN01-BUNRUI-MASTER.
           IF   BUN-FILE-STATUS   NOT =   "00"   THEN
                PERFORM   TRAILER-WRITE-PROC
                GO   TO   BUN01-SNAP-PROC-EXIT
           END-IF.
       *>
           MOVE   "Y"   TO   WRK-KEKKA-ARI-KUBUN(WRK-KEKKA-IDX).
           PERFORM   BUN01-COPY-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END = CST-END.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           CLOSE   BUN01-BUNRUI-MASTER.
           PERFORM   TRAILER-WRITE-PROC.
       *>
       BUN01-SNAP-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>分類マスタの退避（１件分）
       *>----------------------------------------------------------------------------
       BUN01-COPY-PROC                    SECTION.
       *>
           READ   BUN01-BUNRUI-MASTER
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   BUN01-COPY-PROC-EXIT
           END-READ.
       *>
           MOVE   SPACE          TO   SNP-RECODE.
           MOVE   BUN01-RECODE   TO   SNP-DATA.
           PERFORM   MEISAI-WRITE-PROC.
       *>
       BUN01-COPY-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>シリアル台帳の退避
       *>----------------------------------------------------------------------------
       SRL01-SNAP-PROC                    SECTION.
       *>
           MOVE   8   TO   WRK-KEKKA-IDX.
           PERFORM   KEKKA-CLEAR-PROC.
       *>
           OPEN   INPUT   SRL01-SERIAL-FILE.
           IF   SRL-FILE-STATUS   NOT =   "00"   THEN
                PERFORM   TRAILER-WRITE-PROC
                GO   TO   SRL01-SNAP-PROC-EXIT
           END-IF.
       *>
           MOVE   "Y"   TO   WRK-KEKKA-ARI-KUBUN(WRK-KEKKA-IDX).
           PERFORM   SRL01-COPY-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END = CST-END.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           CLOSE   SRL01-SERIAL-FILE.
           PERFORM   TRAILER-WRITE-PROC.
       *>
       SRL01-SNAP-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>シリアル台帳の退避（１件分）
       *>----------------------------------------------------------------------------
       SRL01-COPY-PROC                    SECTION.
       *>
           READ   SRL01-SERIAL-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   SRL01-COPY-PROC-EXIT
           END-READ.
       *>
           MOVE   SPACE          TO   SNP-RECODE.
           MOVE   SRL01-RECODE   TO   SNP-DATA.
           PERFORM   MEISAI-WRITE-PROC.
       *>
       SRL01-COPY-PROC-EXIT.
       *>
           EXIT.
