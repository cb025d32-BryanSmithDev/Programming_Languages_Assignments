      *> every run and prints one year-to-date line per account.
      *> No SORT -- history.dat is small enough to buffer in an
      *> in-memory table, same as BankReport does for a single
      *> account's transactions. Every money total history carries
      *> is on the line -- fees (service charges, overdraft and NSF
      *> fees all post as type F), interest, transfers and dispute
      *> credits and reversals alongside withdrawals and deposits --
      *> so the year's activity foots to the balances. The OD fee
      *> columns are the overdraft share of the fee total, not extra.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       COPY TRANHIST.

       FD YtdReportFile.
       01  ytdLine               PIC X(200).

       WORKING-STORAGE SECTION.
       COPY CTLPARM.
             10 ytOverdraftFees   PIC S9(9)V99.
             10 ytLastBalance     PIC S9(9)V99.
             10 ytRunCount        PIC 9(6).
             10 ytTotalFees       PIC S9(9)V99.
             10 ytTotalInt        PIC S9(9)V99.
             10 ytTotalXferIn     PIC S9(9)V99.
             10 ytTotalXferOut    PIC S9(9)V99.
             10 ytTotalDispCredit PIC S9(9)V99.
             10 ytTotalDispRev    PIC S9(9)V99.

       01 wsFound               PIC X VALUE "N".
          88 acctFound              VALUE "Y".
       01 rptLine                PIC X(200).
      *> trailing '-' is a fixed sign-control symbol (prints only when
      *> negative); a leading '-' glued onto a floating '$' is just a
      *> literal character that prints unconditionally, which would
       01 ytdDepPrint            PIC $(8)9.99-.
       01 ytdFeesPrint           PIC $(9)9.99-.
       01 ytdBalPrint            PIC $(8)9.99-.
       01 ytdAllFeesPrint        PIC $(8)9.99-.
       01 ytdIntPrint            PIC $(8)9.99-.
       01 ytdXferInPrint         PIC $(8)9.99-.
       01 ytdXferOutPrint        PIC $(8)9.99-.
       01 ytdDispCrPrint         PIC $(8)9.99-.
       01 ytdDispRevPrint        PIC $(8)9.99-.

      *> --- control card (mirrors BankReport's ReadControlCard) ---
       01 wsControlCardStatus   PIC XX.
                ADD hrOverdraftCount TO ytOverdraftCount(ytdIdx)
                ADD hrOverdraftFees TO ytOverdraftFees(ytdIdx)
                ADD 1 TO ytRunCount(ytdIdx)
                ADD hrTotalFees TO ytTotalFees(ytdIdx)
                ADD hrTotalInt TO ytTotalInt(ytdIdx)
                ADD hrTotalXferIn TO ytTotalXferIn(ytdIdx)
                ADD hrTotalXferOut TO ytTotalXferOut(ytdIdx)
                ADD hrTotalDispCredit TO ytTotalDispCredit(ytdIdx)
                ADD hrTotalDispRev TO ytTotalDispRev(ytdIdx)
                MOVE hrEndingBalance TO ytLastBalance(ytdIdx)
             END-IF
          END-IF.
                MOVE 0 TO ytOverdraftCount(ytdIdx)
                MOVE 0 TO ytOverdraftFees(ytdIdx)
                MOVE 0 TO ytRunCount(ytdIdx)
                MOVE 0 TO ytTotalFees(ytdIdx)
                MOVE 0 TO ytTotalInt(ytdIdx)
                MOVE 0 TO ytTotalXferIn(ytdIdx)
                MOVE 0 TO ytTotalXferOut(ytdIdx)
                MOVE 0 TO ytTotalDispCredit(ytdIdx)
                MOVE 0 TO ytTotalDispRev(ytdIdx)
             END-IF
          ELSE
             SUBTRACT 1 FROM ytdIdx
          WRITE ytdLine FROM rptLine.
          MOVE "Account      Runs Withdraw  Deposit  OD Fees Balance"
             TO rptLine.
          MOVE SPACES TO rptLine(88:).
          STRING "       All Fees" DELIMITED BY SIZE
             "       Interest        Xfer In" DELIMITED BY SIZE
             "       Xfer Out        Disp Cr" DELIMITED BY SIZE
             "       Disp Rev" DELIMITED BY SIZE
             INTO rptLine(88:)
          END-STRING.
          WRITE ytdLine FROM rptLine.
          MOVE "-------------------------------------------------------"
             TO rptLine.
             MOVE ytTotalDep(ytdIdx) TO ytdDepPrint
             MOVE ytOverdraftFees(ytdIdx) TO ytdFeesPrint
             MOVE ytLastBalance(ytdIdx) TO ytdBalPrint
             MOVE ytTotalFees(ytdIdx) TO ytdAllFeesPrint
             MOVE ytTotalInt(ytdIdx) TO ytdIntPrint
             MOVE ytTotalXferIn(ytdIdx) TO ytdXferInPrint
             MOVE ytTotalXferOut(ytdIdx) TO ytdXferOutPrint
             MOVE ytTotalDispCredit(ytdIdx) TO ytdDispCrPrint
             MOVE ytTotalDispRev(ytdIdx) TO ytdDispRevPrint
             MOVE SPACES TO rptLine
             STRING ytAcctNumb(ytdIdx) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                ytdFeesPrint DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                ytdBalPrint DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                ytdAllFeesPrint DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                ytdIntPrint DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                ytdXferInPrint DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                ytdXferOutPrint DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                ytdDispCrPrint DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                ytdDispRevPrint DELIMITED BY SIZE
                INTO rptLine
             END-STRING
             WRITE ytdLine FROM rptLine
