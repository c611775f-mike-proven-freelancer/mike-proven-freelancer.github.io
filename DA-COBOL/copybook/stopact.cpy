000100******************************************************************
000200*  STOPACT.CPY
000300*  Layout of one CSV line on data/stop_activity.csv - the day's
000400*  stop-payment events, one line each.  BANKSTOP starts the
000500*  file fresh every business day with the stops it placed,
000600*  cancelled and expired; BANKMAIN appends a line for every
000700*  pending item a stop declined; BANKSTPR prints the whole day
000800*  as the daily stop-payment listing.
000900*
001000*  SA-EVENT names what happened:
001100*    PLACED    - a new stop went on file.            (BANKSTOP)
001200*    CANCELLED - the client lifted a stop before its expiry.
001300*                                                    (BANKSTOP)
001400*    EXPIRED   - the stop ran past its expiry date and was
001500*                dropped from the file.              (BANKSTOP)
001600*    MATCHED   - a WITHDRAWAL or PURCHASE (batch, scheduled or
001700*                re-presented) hit the stop and was declined
001800*                "STOP PAYMENT".                     (BANKMAIN)
001900*  The SA-ITEM- fields describe the declined item and are only
002000*  filled on MATCHED lines.
002100******************************************************************
002200 01  STOPACT-CSV-RECORD.
002300     05  SA-DATE                PIC X(10).
002400     05  FILLER                 PIC X       VALUE ",".
002500     05  SA-EVENT               PIC X(9).
002600         88  SA-EVENT-PLACED                VALUE "PLACED".
002700         88  SA-EVENT-CANCELLED             VALUE "CANCELLED".
002800         88  SA-EVENT-EXPIRED               VALUE "EXPIRED".
002900         88  SA-EVENT-MATCHED               VALUE "MATCHED".
003000     05  FILLER                 PIC X       VALUE ",".
003100     05  SA-ACCOUNT-ID          PIC X(10).
003200     05  FILLER                 PIC X       VALUE ",".
003300     05  SA-PAYEE               PIC X(24).
003400     05  FILLER                 PIC X       VALUE ",".
003500     05  SA-AMOUNT-LOW          PIC 9(7)V99.
003600     05  FILLER                 PIC X       VALUE ",".
003700     05  SA-AMOUNT-HIGH         PIC 9(7)V99.
003800     05  FILLER                 PIC X       VALUE ",".
003900     05  SA-PLACED-DATE         PIC X(10).
004000     05  FILLER                 PIC X       VALUE ",".
004100     05  SA-EXPIRY-DATE         PIC X(10).
004200     05  FILLER                 PIC X       VALUE ",".
004300     05  SA-ITEM-TYPE           PIC X(12).
004400     05  FILLER                 PIC X       VALUE ",".
004500     05  SA-ITEM-AMOUNT         PIC 9(7)V99.
004600     05  FILLER                 PIC X       VALUE ",".
004700     05  SA-ITEM-SOURCE         PIC X.
