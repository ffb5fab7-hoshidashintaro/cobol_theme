       SELECT IN2-SHOUHIN-MASTER ASSIGN       TO "ID02.txt"
                                 ORGANIZATION IS LINE SEQUENTIAL.
       *>*********************************************************
       *>[入力]クーポンマスタファイル（コード・額面・有効期間・費用負担）
       *>*********************************************************
       SELECT CPN01-COUPON-MASTER ASSIGN     TO "CPN01.txt"
                                 ORGANIZATION IS LINE SEQUENTIAL
          03 CPN01-GAKUMEN           PIC 9(006).
          03 CPN01-YUKO-FROM         PIC 9(008).
          03 CPN01-YUKO-TO           PIC 9(008).
       *>   --費用負担区分（"M"＝メーカー負担。発行元へ精算請求する）--
          03 CPN01-FUTAN-KUBUN       PIC X(001).
          03 CPN01-HAKKO-MOTO        PIC X(006).
       *>*********************************************************
       *>消費税率マスタファイルのレイアウト定義
       *>  （適用日の新しい登録ほど後に適用される。税率改定は
       01 WRK-COUPON-HIT-IDX         PIC 9(003).
       01 CPN-FILE-STATUS            PIC XX.
       01 WRK-AT-END-CPN             PIC X(004).
       *>--クーポン例外のエラー区分（未登録・期間外）の退避領域--
       01 WRK-CP-ERROR-KUBUN         PIC X(015).
       *>
       *>--クーポン反映・例外件数--
       01 WRK-COUPON-COUNT           PIC 9(004).
       *>クーポン行の処理
       *>  クーポンマスタでコードの実在と有効期間を検証し、有効な
       *>  クーポンは値引き行（マイナス金額）として売上詳細ファイルへ、
       *>  無効なクーポンは例外ファイルへ書き出す（未登録と期間外を
       *>  区別する）
       *>*********************************************************
       COUPON-SHORI-PROC             SECTION.
       *>
           PERFORM   COUPON-SANSHO-PROC.
       *>
           IF   NOT   WRK-COUPON-MITUKE   THEN
                MOVE   "COUPON-MITOROKU"   TO   WRK-CP-ERROR-KUBUN
                PERFORM   COUPON-EXCEPTION-WRITE-PROC
           ELSE
             IF   WRK-URIAGE-BI   <
                       WRK-CP-YUKO-FROM(WRK-COUPON-HIT-IDX)
             OR   WRK-URIAGE-BI   >
                       WRK-CP-YUKO-TO(WRK-COUPON-HIT-IDX)   THEN
                  MOVE   "COUPON-KIGENGAI"   TO   WRK-CP-ERROR-KUBUN
                  PERFORM   COUPON-EXCEPTION-WRITE-PROC
             ELSE
                  PERFORM   COUPON-DETAIL-WRITE-PROC
           EXIT.
       *>*********************************************************
       *>クーポン例外行の編集・書き込み処理
       *>  （エラー区分は呼び出し元でWRK-CP-ERROR-KUBUNへ設定する）
       *>*********************************************************
       COUPON-EXCEPTION-WRITE-PROC   SECTION.
       *>
           MOVE   "C"                    TO   EXC1-CP-KUBUN.
           MOVE   IN1-CP-COUPON-CODE     TO   EXC1-CP-COUPON-CODE.
           MOVE   IN1-CP-KINGAKU         TO   EXC1-CP-KINGAKU.
           MOVE   WRK-CP-ERROR-KUBUN     TO   EXC1-CP-ERROR-KUBUN.
       *>
           WRITE EXC1-RECODE.
       *>
