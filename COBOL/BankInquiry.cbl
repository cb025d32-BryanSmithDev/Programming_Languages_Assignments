      *> Single-account posted-item inquiry from the indexed
      *> posted-items file BankReport files every posted transaction
      *> into. Branch staff supply INQACCT (and optionally INQFROMDATE,
      *> INQTODATE, and an INQTYPE of W, D, I, F, T, R, P, or V) on
      *> the control card and get back a hand-to-the-customer report
      *> of that account's items in the range -- date, type,
      *> description, amount, and the balance the item left behind
      *> -- without reading statement reprints by eye or touching
      *> the production batch. Each line ends with the item's
      *> posting sequence, so a disputed item's full key (account,
      *> date, sequence) can be handed straight to BankDispute.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 listedWith           PIC S9(9)V99 VALUE 0.
       01 listedDep            PIC S9(9)V99 VALUE 0.
       01 listedInt            PIC S9(9)V99 VALUE 0.
       01 listedFees           PIC S9(9)V99 VALUE 0.
       01 listedXferOut        PIC S9(9)V99 VALUE 0.
       01 listedXferIn         PIC S9(9)V99 VALUE 0.
       01 listedDispCredit     PIC S9(9)V99 VALUE 0.
       01 listedDispRev        PIC S9(9)V99 VALUE 0.
       01 datePrint            PIC X(10).
       01 amountPrint          PIC $(9)9.99-.
       01 balPrint             PIC $(9)9.99-.
             STOP RUN
          END-IF.
          IF ctlInqType NOT = SPACE AND ctlInqType NOT = "W"
             AND ctlInqType NOT = "D" AND ctlInqType NOT = "I"
             AND ctlInqType NOT = "F" AND ctlInqType NOT = "T"
             AND ctlInqType NOT = "R" AND ctlInqType NOT = "P"
             AND ctlInqType NOT = "V" THEN
             DISPLAY "*INQTYPE " ctlInqType
                " is not W, D, I, F, T, R, P, or V"
                " -- type filter ignored, all items will list"
             MOVE SPACE TO ctlInqType
          END-IF.
          WRITE inquiryLine FROM rptLine.
          MOVE SPACES TO rptLine.
          WRITE inquiryLine FROM rptLine.
          MOVE SPACES TO rptLine.
          STRING "Date       T Description            "
             DELIMITED BY SIZE
             "Amount     Balance               Seq" DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE inquiryLine FROM rptLine.
          MOVE "-------------------------------------------------------"
             TO rptLine.
                ADD piAmount TO listedWith
             WHEN "I"
                ADD piAmount TO listedInt
             WHEN "F"
                ADD piAmount TO listedFees
             WHEN "T"
                ADD piAmount TO listedXferOut
             WHEN "R"
                ADD piAmount TO listedXferIn
             WHEN "P"
                ADD piAmount TO listedDispCredit
             WHEN "V"
                ADD piAmount TO listedDispRev
             WHEN OTHER
                ADD piAmount TO listedDep
          END-EVALUATE.
             amountPrint DELIMITED BY SIZE
             "  " DELIMITED BY SIZE
             balPrint DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             piPostSeq DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE inquiryLine FROM rptLine.
             INTO rptLine
          END-STRING.
          WRITE inquiryLine FROM rptLine.
          MOVE listedFees TO totPrint.
          MOVE SPACES TO rptLine.
          STRING "Fees listed        " DELIMITED BY SIZE
             totPrint DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE inquiryLine FROM rptLine.
          MOVE listedXferOut TO totPrint.
          MOVE SPACES TO rptLine.
          STRING "Transfers out      " DELIMITED BY SIZE
             totPrint DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE inquiryLine FROM rptLine.
          MOVE listedXferIn TO totPrint.
          MOVE SPACES TO rptLine.
          STRING "Transfers in       " DELIMITED BY SIZE
             totPrint DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE inquiryLine FROM rptLine.
          MOVE listedDispCredit TO totPrint.
          MOVE SPACES TO rptLine.
          STRING "Dispute credits    " DELIMITED BY SIZE
             totPrint DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE inquiryLine FROM rptLine.
          MOVE listedDispRev TO totPrint.
          MOVE SPACES TO rptLine.
          STRING "Dispute reversals  " DELIMITED BY SIZE
             totPrint DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE inquiryLine FROM rptLine.

       ReadControlCard.
      *> CONTROLCARD is optional -- if it isn't present, the compiled-
