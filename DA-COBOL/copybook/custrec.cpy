000200*  CUSTREC.CPY
000300*  Layout of one CSV line on data/customers.csv - the customer
000400*  master, one row per client relationship.  Shared by BANKACCT
000500*  (maintainer), BANKREL (relationship statements), BANKTAX,
000600*  BANKNOTE (customer notices) and BANKPROF (profitability MIS)
000700*  so all of them agree on field widths without having to stay
000750*  in sync by hand.
000800*
000900*  C-CUSTOMER-ID is the key every accounts.csv row now carries
001000*  in A-CUSTOMER-ID, so two accounts belonging to the same
001200*  drifts between keyings ("J. SMITH" vs "JOHN SMITH").
001300*  C-CUSTOMER-NAME is the one authoritative spelling of the
001400*  client's name.
001410*
001420*  C-ADDR-LINE-1 through C-POSTCODE are the client's mailing
001430*  address and C-EMAIL-ADDR their e-mail address, set by the
001440*  BANKACCT CUSTADDR action.  C-DELIVERY-PREF says how notices
001450*  reach the client: "PRINT" (posted to the mailing address)
001460*  or "EMAIL".  Rows keyed before the address was carried have
001470*  these fields blank; a blank preference is read as PRINT.
001500******************************************************************
001600 01  CUST-CSV-RECORD.
001700     05  C-CUSTOMER-ID          PIC X(8).
001800     05  FILLER                 PIC X       VALUE ",".
001900     05  C-CUSTOMER-NAME        PIC X(30).
002000     05  FILLER                 PIC X       VALUE ",".
002100     05  C-ADDR-LINE-1          PIC X(30).
002200     05  FILLER                 PIC X       VALUE ",".
002300     05  C-ADDR-LINE-2          PIC X(30).
002400     05  FILLER                 PIC X       VALUE ",".
002500     05  C-CITY                 PIC X(20).
002600     05  FILLER                 PIC X       VALUE ",".
002700     05  C-POSTCODE             PIC X(10).
002800     05  FILLER                 PIC X       VALUE ",".
002900     05  C-DELIVERY-PREF        PIC X(5).
003000         88  C-DELIVER-PRINT                VALUE "PRINT".
003100         88  C-DELIVER-EMAIL                VALUE "EMAIL".
003200     05  FILLER                 PIC X       VALUE ",".
003300     05  C-EMAIL-ADDR           PIC X(40).
