000010* Copyright 1999-2015 FUJITSU LIMITED
000020  01 sheetLink.
000030   02 linkKind         pic X(01).
000040     88 linkOrdered    value "1".
000050     88 linkCancelled  value "9".
000060   02 linkNumber       pic X(12).
000070   02 linkDate         pic X(14).
000080   02 linkOrderer      pic X(32).
000090   02 linkLineNo       pic 9(02).
000100   02 linkProduct      pic X(10).
000110   02 linkQuantity     pic 9(10).
000120   02 linkPrice        pic 9(10).
