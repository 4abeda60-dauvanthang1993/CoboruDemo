000200     02  社員給与区分        PIC  X(001).
000210         88  時給制          VALUE "2".
000220     02  社員時給単価        PIC S9(005).
000230*    扶養親族等の数と源泉徴収税額表の区分。扶養控除等申告書の
000240*    提出が無い従業員は乙欄（２）とする。
000250     02  社員扶養人数        PIC  9(002).
000260     02  社員税額表区分      PIC  X(001).
000270         88  乙欄適用        VALUE "2".
000280*    生年月日は介護保険（４０歳以上６５歳未満）の判定に使う。
000290*    未登録（０）の従業員には介護保険料を掛けない。
000300     02  社員生年月日        PIC  9(008).
000310*    雇用保険の被保険者区分。役員・週２０時間未満のパートなど
000320*    雇用保険の適用除外者は９とし，雇用保険料を控除しない。
000330     02  社員雇用保険区分    PIC  X(001).
000340         88  雇用保険適用除外 VALUE "9".
000350*    退社年月日。０は在籍中。オブジェクト版の従業員データの退社
000360*    年月日と同じく，この日以降は退社済とする。月次給与バッチは
000370*    退社した月の翌月から給与を計算しない。
000380     02  社員退社年月日      PIC  9(008).
000390     02  社員退社日分解  REDEFINES 社員退社年月日.
000400         03  社員退社年月    PIC  9(006).
000410         03  FILLER          PIC  9(002).
