000100******************************************************************
000200*  STOPREC.CPY
000300*  Layout of one CSV line on data/stop_payments.csv - the
000400*  stop-payment orders clients have phoned in against a cheque
000500*  or a payment to a particular payee.  Shared by BANKSTOP
000600*  (maintainer) and BANKMAIN (reader) so both agree on field
000700*  widths without having to stay in sync by hand.
000800*
000900*  A stop is keyed by account, payee and amount range.  The
001000*  payee is matched against the merchant on the pending item
001100*  (P-MERCHANT, or the standing order's merchant).  A stop on
001200*  one exact amount carries the same figure in ST-AMOUNT-LOW
001300*  and ST-AMOUNT-HIGH; a range stop catches any amount between
001400*  the two, both ends included.
001500*
001600*  A stop is in force from ST-PLACED-DATE through ST-EXPIRY-DATE
001700*  inclusive.  BANKSTOP drops it from the file on the first
001800*  business date after it expires; BANKMAIN ignores any row not
001900*  in force on its business date, so a stop never outlives its
002000*  expiry even on a day maintenance did not run.
002100******************************************************************
002200 01  STOP-CSV-RECORD.
002300     05  ST-ACCOUNT-ID          PIC X(10).
002400     05  FILLER                 PIC X       VALUE ",".
002500     05  ST-PAYEE               PIC X(24).
002600     05  FILLER                 PIC X       VALUE ",".
002700     05  ST-AMOUNT-LOW          PIC 9(7)V99.
002800     05  FILLER                 PIC X       VALUE ",".
002900     05  ST-AMOUNT-HIGH         PIC 9(7)V99.
003000     05  FILLER                 PIC X       VALUE ",".
003100     05  ST-PLACED-DATE         PIC X(10).
003200     05  FILLER                 PIC X       VALUE ",".
003300     05  ST-EXPIRY-DATE         PIC X(10).
