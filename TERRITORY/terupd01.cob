       *>----------------------------------------------------------------------------
       *>担当地域マスタ更新処理
       *>  担当地域更新トランザクションファイル（追加・変更・削除）を
       *>  担当地域マスタファイル（TER01）へ反映する。
       *>  担当地域マスタは顧客、または郵便番号の先頭部分ごとに責任担当者を
       *>  有効期間付きで登録し、受注の取り込み時に担当者コードが未入力の
       *>  受注へ責任担当者を補完するために使う（TERGET01が参照する）。
       *>  キーは指定区分＋指定コード＋開始日とする。変更は終了日と担当者
       *>  コードを置き換える。担当者が担当者マスタ（TAN01）に無い・非活動
       *>  の追加・変更は更新エラーファイル（TTE01）へ弾く。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        TERUPD01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]担当地域更新トランザクションファイル
       *>----------------------------------------------------------------------------
       SELECT    TTR01-KOUSIN-FILE    ASSIGN       TO   "TTR01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS IN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]担当者マスタファイル
       *>----------------------------------------------------------------------------
       SELECT    TAN01-TANTOSYA-MASTER ASSIGN     TO   "TAN01.txt"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     STATUS       IS TAN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入出力]担当地域マスタファイル
       *>----------------------------------------------------------------------------
       SELECT    TER01-TERRITORY-FILE ASSIGN       TO   "TER01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS TER-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]更新エラーファイル
       *>----------------------------------------------------------------------------
       SELECT    TTE01-ERROR-FILE     ASSIGN       TO   "TTE01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                                DIVISION.
       FILE                                SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]担当地域更新トランザクションファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   TTR01-KOUSIN-FILE.
       01   TTR01-RECODE.
            03   TTR01-TORIHIKI-KUBUN          PIC X(001).
                 88   TTR01-TSUIKA              VALUE "A".
                 88   TTR01-HENKOU              VALUE "C".
                 88   TTR01-SAKUZYO             VALUE "D".
            03   TTR01-SHITEI-KUBUN            PIC X(001).
                 88   TTR01-KOKYAKU-SHITEI      VALUE "1".
                 88   TTR01-YUBIN-SHITEI        VALUE "2".
            03   TTR01-SHITEI-CODE             PIC X(007).
            03   TTR01-KAISHI-BI               PIC X(008).
            03   TTR01-SHURYO-BI               PIC X(008).
            03   TTR01-TANTOSYA-CODE           PIC X(007).
       *>----------------------------------------------------------------------------
       *>[入力]担当者マスタファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   TAN01-TANTOSYA-MASTER.
       01   TAN01-RECODE.
          03   TAN01-TANTOSYA-CODE                  PIC X(007).
          03   TAN01-TANTOSYA-MEI                   PIC X(020).
          03   TAN01-KATSUDO-FLG                    PIC X(001).
       *>----------------------------------------------------------------------------
       *>[入出力]担当地域マスタファイルのレイアウト定義（TERGET01と同一）
       *>----------------------------------------------------------------------------
       FD   TER01-TERRITORY-FILE.
       01   TER01-RECODE.
       *>   --指定区分（"1"＝顧客指定・"2"＝郵便番号先頭指定）--
            03   TER01-SHITEI-KUBUN            PIC X(001).
       *>   --指定コード（顧客番号６桁、または郵便番号の先頭部分・左詰め）--
            03   TER01-SHITEI-CODE             PIC X(007).
       *>   --有効期間（終了日ゼロは期限なし）--
            03   TER01-KAISHI-BI               PIC 9(008).
            03   TER01-SHURYO-BI               PIC 9(008).
            03   TER01-TANTOSYA-CODE           PIC X(007).
       *>----------------------------------------------------------------------------
       *>[出力]更新エラーファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   TTE01-ERROR-FILE.
       01   TTE01-RECODE.
            03   TTE01-TORIHIKI-KUBUN          PIC X(001).
            03   TTE01-SHITEI-KUBUN            PIC X(001).
            03   TTE01-SHITEI-CODE             PIC X(007).
            03   TTE01-KAISHI-BI               PIC X(008).
            03   TTE01-ERROR-KUBUN             PIC X(015).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
       *>
       *>--手続き部で「MAIN-PROC」を終了させる際の定数となる--
       77   CST-END                           PIC X(004) VALUE "END ".
       *>
       01   WRK-WORK-AREA.
            03   WRK-AT-END                   PIC X(004).
            *>--反映（追加・変更・削除）した件数をカウントする変数--
            03   WRK-OUT-COUNT                PIC 9(006).
            *>--更新エラー（反映できなかったトランザクション）件数--
            03   WRK-ERROR-COUNT              PIC 9(006).
       *>
       01   TER-FILE-STATUS                   PIC XX.
       01   TAN-FILE-STATUS                   PIC XX.
       01   IN-FILE-STATUS                    PIC XX.
       *>
       *>--担当地域マスタの一括読み込み用テーブル--
       *>  （削除は削除フラグを立て、書き戻し時に除外する）
       77   CST-MAX-TER-KENSU                 PIC 9(004) VALUE 9999.
       01   WRK-TER-TBL.
            03   WRK-TER-ENT                      OCCURS 9999.
                 05   WRK-TER-SHITEI-KUBUN        PIC X(001).
                 05   WRK-TER-SHITEI-CODE         PIC X(007).
                 05   WRK-TER-KAISHI-BI           PIC 9(008).
                 05   WRK-TER-SHURYO-BI           PIC 9(008).
                 05   WRK-TER-TANTOSYA-CODE       PIC X(007).
                 05   WRK-TER-SAKUZYO-FLG         PIC X(001).
       01   WRK-TER-CNT                       PIC 9(004).
       01   WRK-TER-IDX                       PIC 9(004).
       01   WRK-TER-MITUKE-SW                 PIC X(001).
            88   WRK-TER-MITUKE               VALUE "Y".
       01   WRK-TER-HIT-IDX                   PIC 9(004).
       *>
       *>--担当者マスタの一括読み込み用テーブル--
       77   CST-MAX-TAN-KENSU                 PIC 9(003) VALUE 999.
       01   WRK-TAN-TBL.
            03   WRK-TAN-ENT                      OCCURS 999.
                 05   WRK-TAN-CODE                PIC X(007).
                 05   WRK-TAN-KATSUDO             PIC X(001).
       01   WRK-TAN-CNT                       PIC 9(003).
       01   WRK-TAN-IDX                       PIC 9(003).
       01   WRK-TAN-MITUKE-SW                 PIC X(001).
            88   WRK-TAN-MITUKE               VALUE "Y".
       01   WRK-TAN-KATSUDO-SAVE              PIC X(001).
       *>
       *>--トランザクション検証用の作業領域--
       01   WRK-KENSHO-KUBUN                  PIC X(015).
       01   WRK-KAISHI-BI                     PIC 9(008).
       01   WRK-SHURYO-BI                     PIC 9(008).
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "TERUPD01の更新結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(033)
                    VALUE "担当地域更新件数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "更新エラー件数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       *>--入出力異常発生時に表示するメッセージ--
       01   MS9-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                       VALUE "TTR01-KOUSIN-FILE入出力異常 STATUS=".
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
       *>  作業領域の初期化
           MOVE   SPACE      TO   WRK-AT-END.
           MOVE   ZERO       TO   WRK-OUT-COUNT.
           MOVE   ZERO       TO   WRK-ERROR-COUNT.
           MOVE   ZERO       TO   WRK-TER-CNT.
       *>
       *>  担当者マスタ・担当地域マスタの一括読み込み
           PERFORM   TANTO-MASTER-LOAD-PROC.
           PERFORM   TER-FILE-LOAD-PROC.
       *>
       *>ファイルのオープン
           OPEN   INPUT    TTR01-KOUSIN-FILE
                  OUTPUT   TTE01-ERROR-FILE.
       *>
       *>更新トランザクションファイルの読み込み
           PERFORM KOUSIN-FILE-READ-PROC.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>終了処理
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
       *>  反映後の担当地域テーブルをファイルへ書き戻す
           PERFORM   TER-FILE-SAVE-PROC.
       *>
       *>ファイルのクローズ
           CLOSE   TTR01-KOUSIN-FILE
                   TTE01-ERROR-FILE.
       *>
       *>更新件数・エラー件数の表示
           MOVE   WRK-OUT-COUNT   TO   MSG2-COUNT.
           MOVE   WRK-ERROR-COUNT TO   MSG3-COUNT.
       *>
           DISPLAY   MS1-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS2-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS3-MESSAGE-AREA UPON CONSOLE.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>主処理（取引区分ごとに担当地域テーブルへ反映）
       *>----------------------------------------------------------------------------
       MAIN-PROC                          SECTION.
       *>
           PERFORM   KOUSIN-KENSHO-PROC.
       *>
           IF   WRK-KENSHO-KUBUN   NOT =   SPACE   THEN
                MOVE   WRK-KENSHO-KUBUN   TO   TTE01-ERROR-KUBUN
                PERFORM   ERROR-FILE-WRITE-PROC
           ELSE
                PERFORM   TER-TBL-SANSHO-PROC
       *>
                IF   TTR01-TSUIKA   THEN
                     PERFORM   TSUIKA-PROC
                ELSE   IF   TTR01-HENKOU   THEN
                     PERFORM   HENKOU-PROC
                ELSE
                     PERFORM   SAKUZYO-PROC
                END-IF
                END-IF
           END-IF.
       *>
           PERFORM   KOUSIN-FILE-READ-PROC.
       *>
       MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>トランザクションの検証（エラー区分をセット。正常はスペース）
       *>----------------------------------------------------------------------------
       KOUSIN-KENSHO-PROC                 SECTION.
       *>
           MOVE   SPACE   TO   WRK-KENSHO-KUBUN.
       *>
           IF   NOT   TTR01-TSUIKA
           AND  NOT   TTR01-HENKOU
           AND  NOT   TTR01-SAKUZYO   THEN
                MOVE   "KUBUN-ASYOU"   TO   WRK-KENSHO-KUBUN
                GO   TO   KOUSIN-KENSHO-PROC-EXIT
           END-IF.
       *>
       *>  顧客指定は６桁の顧客番号、郵便番号指定は先頭１桁以上
           IF   TTR01-KOKYAKU-SHITEI   THEN
                IF   TTR01-SHITEI-CODE(1:6)   NOT   NUMERIC
                OR   TTR01-SHITEI-CODE(7:1)   NOT =   SPACE   THEN
                     MOVE   "KOKYAKU-NG"   TO   WRK-KENSHO-KUBUN
                     GO   TO   KOUSIN-KENSHO-PROC-EXIT
                END-IF
           ELSE   IF   TTR01-YUBIN-SHITEI   THEN
                IF   TTR01-SHITEI-CODE(1:1)   NOT   NUMERIC   THEN
                     MOVE   "YUBIN-NG"   TO   WRK-KENSHO-KUBUN
                     GO   TO   KOUSIN-KENSHO-PROC-EXIT
                END-IF
           ELSE
                MOVE   "SHITEI-KUBUN-NG"   TO   WRK-KENSHO-KUBUN
                GO   TO   KOUSIN-KENSHO-PROC-EXIT
           END-IF
           END-IF.
       *>
           IF   TTR01-KAISHI-BI   NOT   NUMERIC   THEN
                MOVE   "KAISHI-BI-NG"   TO   WRK-KENSHO-KUBUN
                GO   TO   KOUSIN-KENSHO-PROC-EXIT
           END-IF.
           MOVE   TTR01-KAISHI-BI   TO   WRK-KAISHI-BI.
       *>
           IF   TTR01-SAKUZYO   THEN
                GO   TO   KOUSIN-KENSHO-PROC-EXIT
           END-IF.
       *>
       *>  終了日はスペース・ゼロを期限なしとし、開始日より前は不可
           IF   TTR01-SHURYO-BI   =   SPACE   THEN
                MOVE   ZERO              TO   WRK-SHURYO-BI
           ELSE   IF   TTR01-SHURYO-BI   NUMERIC   THEN
                MOVE   TTR01-SHURYO-BI   TO   WRK-SHURYO-BI
           ELSE
                MOVE   "SHURYO-BI-NG"   TO   WRK-KENSHO-KUBUN
                GO   TO   KOUSIN-KENSHO-PROC-EXIT
           END-IF
           END-IF.
       *>
           IF   WRK-SHURYO-BI   NOT =   ZERO
           AND  WRK-SHURYO-BI   <   WRK-KAISHI-BI   THEN
                MOVE   "SHURYO-BI-NG"   TO   WRK-KENSHO-KUBUN
                GO   TO   KOUSIN-KENSHO-PROC-EXIT
           END-IF.
       *>
       *>  担当者は担当者マスタに登録された活動中の担当者に限る
           PERFORM   TANTO-SANSHO-PROC.
       *>
           IF   NOT   WRK-TAN-MITUKE   THEN
                MOVE   "TANTO-NASHI"   TO   WRK-KENSHO-KUBUN
                GO   TO   KOUSIN-KENSHO-PROC-EXIT
           END-IF.
       *>
           IF   WRK-TAN-KATSUDO-SAVE   NOT =   "1"   THEN
                MOVE   "TANTO-HIKATSUDO"   TO   WRK-KENSHO-KUBUN
           END-IF.
       *>
       KOUSIN-KENSHO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>担当地域テーブルの参照（指定区分＋指定コード＋開始日で検索）
       *>----------------------------------------------------------------------------
       TER-TBL-SANSHO-PROC                SECTION.
       *>
           MOVE   SPACE   TO   WRK-TER-MITUKE-SW.
           MOVE   ZERO    TO   WRK-TER-IDX.
       *>
           PERFORM   TER-TBL-CHECK-PROC
                    VARYING   WRK-TER-IDX   FROM   1   BY   1
                    UNTIL   WRK-TER-IDX   >   WRK-TER-CNT
                    OR      WRK-TER-MITUKE.
       *>
       TER-TBL-SANSHO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>担当地域テーブルの突合チェック（１件分・削除済みは対象外）
       *>----------------------------------------------------------------------------
       TER-TBL-CHECK-PROC                 SECTION.
       *>
           IF   WRK-TER-SHITEI-KUBUN(WRK-TER-IDX) =  TTR01-SHITEI-KUBUN
           AND  WRK-TER-SHITEI-CODE(WRK-TER-IDX)  =  TTR01-SHITEI-CODE
           AND  WRK-TER-KAISHI-BI(WRK-TER-IDX)    =  WRK-KAISHI-BI
           AND  WRK-TER-SAKUZYO-FLG(WRK-TER-IDX)  NOT =  "D"   THEN
                MOVE   "Y"           TO   WRK-TER-MITUKE-SW
                MOVE   WRK-TER-IDX   TO   WRK-TER-HIT-IDX
           END-IF.
       *>
       TER-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>追加処理（同一キーの登録がある場合はエラーとする）
       *>----------------------------------------------------------------------------
       TSUIKA-PROC                        SECTION.
       *>
           IF   WRK-TER-MITUKE   THEN
                MOVE   "TORO-ZUMI"   TO   TTE01-ERROR-KUBUN
                PERFORM   ERROR-FILE-WRITE-PROC
           ELSE   IF   WRK-TER-CNT   >=   CST-MAX-TER-KENSU   THEN
                MOVE   "TBL-OVER"    TO   TTE01-ERROR-KUBUN
                PERFORM   ERROR-FILE-WRITE-PROC
           ELSE
                ADD   1   TO   WRK-TER-CNT
                MOVE   TTR01-SHITEI-KUBUN    TO
                       WRK-TER-SHITEI-KUBUN(WRK-TER-CNT)
                MOVE   TTR01-SHITEI-CODE     TO
                       WRK-TER-SHITEI-CODE(WRK-TER-CNT)
                MOVE   WRK-KAISHI-BI         TO
                       WRK-TER-KAISHI-BI(WRK-TER-CNT)
                MOVE   WRK-SHURYO-BI         TO
                       WRK-TER-SHURYO-BI(WRK-TER-CNT)
                MOVE   TTR01-TANTOSYA-CODE   TO
                       WRK-TER-TANTOSYA-CODE(WRK-TER-CNT)
                MOVE   SPACE                 TO
                       WRK-TER-SAKUZYO-FLG(WRK-TER-CNT)
                ADD    1                     TO   WRK-OUT-COUNT
           END-IF
           END-IF.
       *>
       TSUIKA-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>変更処理（終了日と担当者コードを置き換える）
       *>----------------------------------------------------------------------------
       HENKOU-PROC                        SECTION.
       *>
           IF   WRK-TER-MITUKE   THEN
                MOVE   WRK-SHURYO-BI         TO
                       WRK-TER-SHURYO-BI(WRK-TER-HIT-IDX)
                MOVE   TTR01-TANTOSYA-CODE   TO
                       WRK-TER-TANTOSYA-CODE(WRK-TER-HIT-IDX)
                ADD    1                     TO   WRK-OUT-COUNT
           ELSE
                MOVE   "GAITO-NASHI"   TO   TTE01-ERROR-KUBUN
                PERFORM   ERROR-FILE-WRITE-PROC
           END-IF.
       *>
       HENKOU-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>削除処理（削除フラグを立て、書き戻し時に除外する）
       *>----------------------------------------------------------------------------
       SAKUZYO-PROC                       SECTION.
       *>
           IF   WRK-TER-MITUKE   THEN
                MOVE   "D"   TO
                       WRK-TER-SAKUZYO-FLG(WRK-TER-HIT-IDX)
                ADD    1     TO   WRK-OUT-COUNT
           ELSE
                MOVE   "GAITO-NASHI"   TO   TTE01-ERROR-KUBUN
                PERFORM   ERROR-FILE-WRITE-PROC
           END-IF.
       *>
       SAKUZYO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>担当者の参照処理（担当者テーブルの線形検索）
       *>----------------------------------------------------------------------------
       TANTO-SANSHO-PROC                  SECTION.
       *>
           MOVE   SPACE   TO   WRK-TAN-MITUKE-SW.
           MOVE   SPACE   TO   WRK-TAN-KATSUDO-SAVE.
       *>
           PERFORM   TANTO-TBL-CHECK-PROC
                    VARYING   WRK-TAN-IDX   FROM   1   BY   1
                    UNTIL   WRK-TAN-IDX   >   WRK-TAN-CNT
                    OR      WRK-TAN-MITUKE.
       *>
       TANTO-SANSHO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>担当者テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       TANTO-TBL-CHECK-PROC               SECTION.
       *>
           IF   WRK-TAN-CODE(WRK-TAN-IDX)   =   TTR01-TANTOSYA-CODE
           THEN
                MOVE   "Y"                          TO
                       WRK-TAN-MITUKE-SW
                MOVE   WRK-TAN-KATSUDO(WRK-TAN-IDX) TO
                       WRK-TAN-KATSUDO-SAVE
           END-IF.
       *>
       TANTO-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>更新エラーファイルの書き込み処理
       *>----------------------------------------------------------------------------
       ERROR-FILE-WRITE-PROC              SECTION.
       *>
           MOVE   TTR01-TORIHIKI-KUBUN   TO   TTE01-TORIHIKI-KUBUN.
           MOVE   TTR01-SHITEI-KUBUN     TO   TTE01-SHITEI-KUBUN.
           MOVE   TTR01-SHITEI-CODE      TO   TTE01-SHITEI-CODE.
           MOVE   TTR01-KAISHI-BI        TO   TTE01-KAISHI-BI.
       *>
           WRITE   TTE01-RECODE.
       *>
           ADD   1   TO   WRK-ERROR-COUNT.
       *>
       ERROR-FILE-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>担当者マスタファイルの一括読み込み（線形検索用テーブルへ格納）
       *>----------------------------------------------------------------------------
       TANTO-MASTER-LOAD-PROC             SECTION.
       *>
           MOVE   ZERO    TO   WRK-TAN-CNT.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   TAN01-TANTOSYA-MASTER.
       *>
           IF   TAN-FILE-STATUS   =   "00"   THEN
                PERFORM   TANTO-MASTER-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   TAN01-TANTOSYA-MASTER
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       TANTO-MASTER-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>担当者マスタファイルの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       TANTO-MASTER-READ-PROC             SECTION.
       *>
           READ TAN01-TANTOSYA-MASTER
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-TAN-CNT   <   CST-MAX-TAN-KENSU  THEN
                          ADD   1   TO   WRK-TAN-CNT
                          MOVE   TAN01-TANTOSYA-CODE   TO
                              WRK-TAN-CODE(WRK-TAN-CNT)
                          MOVE   TAN01-KATSUDO-FLG     TO
                              WRK-TAN-KATSUDO(WRK-TAN-CNT)
                     END-IF
           END-READ.
       *>
       TANTO-MASTER-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>担当地域マスタファイルの一括読み込み（テーブルへ格納）
       *>----------------------------------------------------------------------------
       TER-FILE-LOAD-PROC                 SECTION.
       *>
           OPEN   INPUT   TER01-TERRITORY-FILE.
       *>
           IF   TER-FILE-STATUS   =   "00"   THEN
                MOVE   SPACE   TO   WRK-AT-END
                PERFORM   TER-FILE-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   TER01-TERRITORY-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       TER-FILE-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>担当地域マスタファイルの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       TER-FILE-READ-PROC                 SECTION.
       *>
           READ TER01-TERRITORY-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-TER-CNT   <   CST-MAX-TER-KENSU   THEN
                          ADD   1   TO   WRK-TER-CNT
                          MOVE   TER01-SHITEI-KUBUN    TO
                              WRK-TER-SHITEI-KUBUN(WRK-TER-CNT)
                          MOVE   TER01-SHITEI-CODE     TO
                              WRK-TER-SHITEI-CODE(WRK-TER-CNT)
                          MOVE   TER01-KAISHI-BI       TO
                              WRK-TER-KAISHI-BI(WRK-TER-CNT)
                          MOVE   TER01-SHURYO-BI       TO
                              WRK-TER-SHURYO-BI(WRK-TER-CNT)
                          MOVE   TER01-TANTOSYA-CODE   TO
                              WRK-TER-TANTOSYA-CODE(WRK-TER-CNT)
                          MOVE   SPACE                 TO
                              WRK-TER-SAKUZYO-FLG(WRK-TER-CNT)
                     END-IF
           END-READ.
       *>
       TER-FILE-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>反映後の担当地域テーブルのファイルへの書き戻し（削除分を除く）
       *>----------------------------------------------------------------------------
       TER-FILE-SAVE-PROC                 SECTION.
       *>
           OPEN   OUTPUT   TER01-TERRITORY-FILE.
       *>
           PERFORM   TER-FILE-WRITE-PROC
                    VARYING   WRK-TER-IDX   FROM   1   BY   1
                    UNTIL   WRK-TER-IDX   >   WRK-TER-CNT.
       *>
           CLOSE   TER01-TERRITORY-FILE.
       *>
       TER-FILE-SAVE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>担当地域マスタファイルの書き込み（１件分・削除分は書き戻さない）
       *>----------------------------------------------------------------------------
       TER-FILE-WRITE-PROC                SECTION.
       *>
           IF   WRK-TER-SAKUZYO-FLG(WRK-TER-IDX)   NOT =   "D"   THEN
                MOVE   WRK-TER-SHITEI-KUBUN(WRK-TER-IDX)    TO
                       TER01-SHITEI-KUBUN
                MOVE   WRK-TER-SHITEI-CODE(WRK-TER-IDX)     TO
                       TER01-SHITEI-CODE
                MOVE   WRK-TER-KAISHI-BI(WRK-TER-IDX)       TO
                       TER01-KAISHI-BI
                MOVE   WRK-TER-SHURYO-BI(WRK-TER-IDX)       TO
                       TER01-SHURYO-BI
                MOVE   WRK-TER-TANTOSYA-CODE(WRK-TER-IDX)   TO
                       TER01-TANTOSYA-CODE
                WRITE  TER01-RECODE
           END-IF.
       *>
       TER-FILE-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>更新トランザクションファイルの読み込み
       *>----------------------------------------------------------------------------
       KOUSIN-FILE-READ-PROC SECTION.
       *>
           READ   TTR01-KOUSIN-FILE
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
       KOUSIN-FILE-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>入力ファイルの入出力異常処理（異常終了）
       *>----------------------------------------------------------------------------
       FILE-STATUS-ERROR-PROC SECTION.
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
