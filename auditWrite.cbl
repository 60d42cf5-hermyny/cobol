002200         ORGANIZATION IS INDEXED
002300         ACCESS MODE IS RANDOM
002400         RECORD KEY IS AUDM-KEY
002410         ALTERNATE RECORD KEY IS AUDM-OPERATOR
002420             WITH DUPLICATES
002430         ALTERNATE RECORD KEY IS AUDM-OPERATION
002440             WITH DUPLICATES
002500         FILE STATUS IS WS-MST-STATUS.

002600 DATA DIVISION.
