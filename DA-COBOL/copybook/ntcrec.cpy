000100******************************************************************
000200*  NTCREC.CPY
000300*  Layout of one line on data/notices.dat - the print/mail file
000400*  of customer notices BANKNOTE writes after the daily batch
000500*  (and after BANKINT on a month-end day) for the mailing house
000600*  and the e-mail gateway to pick up.  One line is one notice
000700*  about one client event, already addressed from the customer
000800*  master.
000900*
001000*  NT-DELIVERY is the channel the notice goes out on: "PRINT"
001100*  (post to NT-ADDR-LINE-1 .. NT-POSTCODE) or "EMAIL" (send to
001200*  NT-EMAIL-ADDR), from the customer's C-DELIVERY-PREF.
001300*
001400*  The detail fields carry what the letter needs for its type:
001500*    NSF-DECLINE  - NT-TXN-TYPE and NT-AMOUNT of the declined
001600*                   item, NT-BALANCE at the time, NT-DETAIL
001700*                   the decline reason.
001800*    FINAL-RETURN - NT-TXN-TYPE and NT-AMOUNT of the item
001900*                   returned after its last presentation,
002000*                   NT-DETAIL the reason.
002100*    DEPOSIT-HOLD - NT-AMOUNT held and NT-REF-DATE the date
002200*                   the funds are released.
002300*    BUDGET-CAP   - NT-DETAIL the category, NT-AMOUNT spent
002400*                   in the month so far, NT-LIMIT the cap.
002500*    OVERDRAFT    - NT-TXN-TYPE and NT-AMOUNT of the item that
002600*                   took the account below zero, NT-BALANCE
002700*                   after it, NT-LIMIT the overdraft facility.
002800*    OD-INTEREST  - NT-AMOUNT of overdraft interest charged at
002900*                   month-end and NT-BALANCE after it.
003000*  Fields a type does not use are blank or zero.
003100******************************************************************
003200 01  NTC-CSV-RECORD.
003300     05  NT-NOTICE-NO           PIC 9(6).
003400     05  FILLER                 PIC X       VALUE ",".
003500     05  NT-NOTICE-DATE         PIC X(10).
003600     05  FILLER                 PIC X       VALUE ",".
003700     05  NT-NOTICE-TYPE         PIC X(12).
003800         88  NT-TYPE-NSF-DECLINE            VALUE "NSF-DECLINE".
003900         88  NT-TYPE-FINAL-RETURN           VALUE "FINAL-RETURN".
004000         88  NT-TYPE-DEPOSIT-HOLD           VALUE "DEPOSIT-HOLD".
004100         88  NT-TYPE-BUDGET-CAP             VALUE "BUDGET-CAP".
004200         88  NT-TYPE-OVERDRAFT              VALUE "OVERDRAFT".
004300         88  NT-TYPE-OD-INTEREST            VALUE "OD-INTEREST".
004400     05  FILLER                 PIC X       VALUE ",".
004500     05  NT-DELIVERY            PIC X(5).
004600     05  FILLER                 PIC X       VALUE ",".
004700     05  NT-CUSTOMER-ID         PIC X(8).
004800     05  FILLER                 PIC X       VALUE ",".
004900     05  NT-CUSTOMER-NAME       PIC X(30).
005000     05  FILLER                 PIC X       VALUE ",".
005100     05  NT-ADDR-LINE-1         PIC X(30).
005200     05  FILLER                 PIC X       VALUE ",".
005300     05  NT-ADDR-LINE-2         PIC X(30).
005400     05  FILLER                 PIC X       VALUE ",".
005500     05  NT-CITY                PIC X(20).
005600     05  FILLER                 PIC X       VALUE ",".
005700     05  NT-POSTCODE            PIC X(10).
005800     05  FILLER                 PIC X       VALUE ",".
005900     05  NT-EMAIL-ADDR          PIC X(40).
006000     05  FILLER                 PIC X       VALUE ",".
006100     05  NT-ACCOUNT-ID          PIC X(10).
006200     05  FILLER                 PIC X       VALUE ",".
006300     05  NT-TXN-TYPE            PIC X(12).
006400     05  FILLER                 PIC X       VALUE ",".
006500     05  NT-AMOUNT              PIC Z(7).99.
006600     05  FILLER                 PIC X       VALUE ",".
006700     05  NT-BALANCE             PIC -Z(7).99.
006800     05  FILLER                 PIC X       VALUE ",".
006900     05  NT-LIMIT               PIC Z(7).99.
007000     05  FILLER                 PIC X       VALUE ",".
007100     05  NT-REF-DATE            PIC X(10).
007200     05  FILLER                 PIC X       VALUE ",".
007300     05  NT-DETAIL              PIC X(24).
