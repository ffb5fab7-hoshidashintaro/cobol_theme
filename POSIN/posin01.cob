       *>  マッチング処理の前段（VALID01→TEST0001）がそのまま読み込める
       *>  受注ファイル形式（ヘッダ"1"＋明細"2"）へ変換して書き出す。
       *>  検証エラーの行は理由コード付きで取込例外ファイルへ書き出す。
       *>  担当者コードが未入力（既定担当者を含む）の行は、担当地域マスタの
       *>  責任担当者（TERGET01・基準日は処理日）で補完してから検証する。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
            03   WRK-BUSHO-CODE               PIC X(003).
            03   WRK-TANTOSYA-BANGOU          PIC X(004).
       *>
       *>--担当地域マスタによる担当者補完（TERGET01）の受け渡し項目と件数--
       01   WRK-RUN-DATE                      PIC 9(008).
       01   WRK-TER-KOKYAKU-BANGOU            PIC 9(006).
       01   WRK-TER-YUBIN-BANGOU              PIC X(007).
       01   WRK-TER-NYURYOKU-TANTO            PIC X(007).
       01   WRK-TER-TANTOSYA-CODE             PIC X(007).
       01   WRK-TER-MITUKE-FLG                PIC X(001).
       01   WRK-TER-MINYURYOKU-FLG            PIC X(001).
       01   WRK-TANTO-HOKAN-COUNT             PIC 9(006).
       *>
       *>--注文数量トークンの桁数（受け皿を超える桁は取り込まず弾く）--
       01   WRK-SURYO-KETA                    PIC 9(002).
       *>
                                 VALUE "６桁日付補完件数：".
            03   MSG5-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS6-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "担当者補完件数：".
            03   MSG6-COUNT                   PIC ZZZ,ZZ9.
       *>
       *>--入出力異常発生時に表示するメッセージ--
       01   MS9-MESSAGE-AREA.
            03   FILLER                       PIC X(039)
           MOVE   ZERO    TO   WRK-OUT-COUNT.
           MOVE   ZERO    TO   WRK-ERROR-COUNT.
           MOVE   ZERO    TO   WRK-HOKAN-COUNT.
           MOVE   ZERO    TO   WRK-TANTO-HOKAN-COUNT.
           MOVE   SPACE   TO   KEY-ZYUTYU-BANGOU.
       *>
       *>  処理日（担当地域マスタの有効期間の基準日）の取得
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
       *>
       *>ファイルのオープン
           OPEN   INPUT    POS01-POS-FILE
                  OUTPUT   PIN01-ZYUTYU-FILE
           MOVE   WRK-OUT-COUNT     TO   MSG3-COUNT.
           MOVE   WRK-ERROR-COUNT   TO   MSG4-COUNT.
           MOVE   WRK-HOKAN-COUNT   TO   MSG5-COUNT.
           MOVE   WRK-TANTO-HOKAN-COUNT   TO   MSG6-COUNT.
       *>
           DISPLAY   MS1-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS2-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS3-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS4-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS5-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS6-MESSAGE-AREA UPON CONSOLE.
       *>
       *>  取込例外を検出した場合は後続の判断材料として条件コードを設定
           IF   WRK-ERROR-COUNT   >   ZERO   THEN
       *>      カンマ区切り項目の分解
                PERFORM   POS-BUNKAI-PROC
       *>
       *>      未入力の担当者コードを担当地域マスタから補完
                PERFORM   TANTO-HOKAN-PROC
       *>
       *>      項目単位の検証（エラー時は理由コード付きで例外へ）
                PERFORM   POS-KENSHO-PROC
       *>
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>担当者コードの補完処理（未入力・既定担当者の行に限り、担当地域
       *>マスタの責任担当者で置き換える。顧客番号が数字でない行は検証で弾く）
       *>----------------------------------------------------------------------------
       TANTO-HOKAN-PROC                   SECTION.
       *>
           IF   WRK-KOKYAKU-BANGOU   NOT   NUMERIC   THEN
                GO   TO   TANTO-HOKAN-PROC-EXIT
           END-IF.
       *>
           MOVE   WRK-KOKYAKU-BANGOU    TO   WRK-TER-KOKYAKU-BANGOU.
           MOVE   SPACE                 TO   WRK-TER-YUBIN-BANGOU.
           MOVE   WRK-BUSHO-CODE        TO
                  WRK-TER-NYURYOKU-TANTO(1:3).
           MOVE   WRK-TANTOSYA-BANGOU   TO
                  WRK-TER-NYURYOKU-TANTO(4:4).
       *>
           CALL   "TERGET01"   USING   WRK-TER-KOKYAKU-BANGOU
                                       WRK-TER-YUBIN-BANGOU
                                       WRK-RUN-DATE
                                       WRK-TER-NYURYOKU-TANTO
                                       WRK-TER-TANTOSYA-CODE
                                       WRK-TER-MITUKE-FLG
                                       WRK-TER-MINYURYOKU-FLG.
       *>
           IF   WRK-TER-MINYURYOKU-FLG   =   "Y"
           AND  WRK-TER-MITUKE-FLG   NOT =   SPACE   THEN
                MOVE   WRK-TER-TANTOSYA-CODE(1:3)   TO   WRK-BUSHO-CODE
                MOVE   WRK-TER-TANTOSYA-CODE(4:4)   TO
                       WRK-TANTOSYA-BANGOU
                ADD    1   TO   WRK-TANTO-HOKAN-COUNT
           END-IF.
       *>
       TANTO-HOKAN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ＰＯＳ受注１行分の項目検証処理（VALID01の明細検証と同水準）
       *>  最初に検出したエラーの理由コードで例外ファイルへ書き出す
       *>----------------------------------------------------------------------------
