000100******************************************************************
000200*  NSFREC.CPY
000300*  Layout of one line on data/nsf_history.csv - the running
000400*  history of NSF declines and final returns.  Shared by
000500*  BANKMAIN (writer) and BANKPROF (the monthly profitability
000600*  report) so both programs agree on field widths without
000700*  having to stay in sync by hand.
000800*
000900*  declines.csv and final_returns.csv are rewritten by every
001000*  posting run, so they only ever hold one day.  After a clean
001100*  run BANKMAIN appends that day's events here, dated with the
001200*  business date they posted under:
001300*    DECLINE - a purchase or withdrawal declined for
001400*              insufficient funds ("INSUFFICIENT FUNDS") or
001500*              for funds on hold ("FUNDS ON HOLD"), whether
001600*              fresh or re-presented (NH-ATTEMPTS says which
001700*              presentation it was).
001800*    RETURN  - an item written off to final_returns.csv, with
001900*              the final-return reason.
002000*  A run that ends abnormally appends nothing, so its rerun
002100*  never doubles a day's events.
002200******************************************************************
002300 01  NSF-CSV-RECORD.
002400     05  NH-BUS-DATE            PIC X(10).
002500     05  FILLER                 PIC X       VALUE ",".
002600     05  NH-EVENT               PIC X(7).
002700         88  NH-EVENT-DECLINE               VALUE "DECLINE".
002800         88  NH-EVENT-RETURN                VALUE "RETURN".
002900     05  FILLER                 PIC X       VALUE ",".
003000     05  NH-ACCOUNT-ID          PIC X(10).
003100     05  FILLER                 PIC X       VALUE ",".
003200     05  NH-TXN-TYPE            PIC X(12).
003300     05  FILLER                 PIC X       VALUE ",".
003400     05  NH-AMOUNT              PIC 9(7)V99.
003500     05  FILLER                 PIC X       VALUE ",".
003600     05  NH-REASON              PIC X(24).
003700     05  FILLER                 PIC X       VALUE ",".
003800     05  NH-SOURCE              PIC X.
003900     05  FILLER                 PIC X       VALUE ",".
004000     05  NH-ATTEMPTS            PIC 9(2).
