001700* CUSTOMER-INACTIVE-FLAG "Y"
001800* blocks new invoices without
001900* deleting history.
001910* CUSTOMER-CREDIT-LIMIT (zero =
001920* no limit) and
001930* CUSTOMER-CREDIT-HOLD "Y" with
001940* its CUSTOMER-HOLD-REASON stop
001950* ARINV01 billing past the limit
001960* or on hold without a
001970* supervisor's approval; ARCRX01
001980* reports the exceptions.
002000*---------------------------------
002100 FD  CUSTOMER-FILE
002200     LABEL RECORDS ARE STANDARD.
003200     05  CUSTOMER-PHONE           PIC X(15).
003300     05  CUSTOMER-TERMS-NET-DAYS  PIC 9(3).
003400     05  CUSTOMER-INACTIVE-FLAG   PIC X.
003500     05  CUSTOMER-CREDIT-LIMIT    PIC 9(7)V99.
003600     05  CUSTOMER-CREDIT-HOLD     PIC X.
003700     05  CUSTOMER-HOLD-REASON     PIC X(30).
