005000          88  月末締翌月末払  VALUE "01".
005100          88  月末締翌々月払  VALUE "02".
005200          88  現金払          VALUE "09".
005250      02  得意先担当コード    PIC  X(04).
005300  FD  締め管理ファイル.
005400  01  締め管理レコード.
005500      02  締めキー.
