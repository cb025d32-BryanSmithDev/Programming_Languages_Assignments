       01 rawAmountText        PIC X(12).
       01 rawDateText          PIC X(9).
       01 rawBranchText        PIC X(3).
       01 rawCheckText         PIC X(11).
       01 rawOptTable.
          05 rawOptText        PIC X(12) OCCURS 3 TIMES.
       01 optIdx               PIC 9.
       01 wsOptDuplicate       PIC X VALUE "N".
          88 optDuplicate          VALUE "Y".
       01 checkDigitCount      PIC 99.

       01 prevFeedAcct         PIC X(11) VALUE SPACES.

          MOVE SPACES TO rawAmountText.
          MOVE SPACES TO rawDateText.
          MOVE SPACES TO rawBranchText.
          MOVE SPACES TO rawCheckText.
          MOVE SPACES TO rawOptTable.
          MOVE "N" TO wsOptDuplicate.
          UNSTRING csFixedLine DELIMITED BY ":"
             INTO fixType, fixName, rawAmountText,
                rawOptText(1), rawOptText(2), rawOptText(3)
          END-UNSTRING.
      *> The raw line the operator corrects from ends in the merge's
      *> ":B<n>" branch tag, and keeping it is right -- the item's
      *> origin rides through the repost, as does a withdrawal's
      *> ":C<serial>" check serial. The optional fields are placed
      *> by their first byte -- same handling the main run's parse
      *> applies.
          PERFORM PlaceOptionalField
             VARYING optIdx FROM 1 BY 1 UNTIL optIdx > 3.
          IF fixType NOT = "W" AND fixType NOT = "D"
             AND fixType NOT = "I" AND fixType NOT = "F"
             AND fixType NOT = "T" AND fixType NOT = "R"
             AND fixType NOT = "P" AND fixType NOT = "V" THEN
             MOVE "N" TO wsTransValid
             MOVE "STILL REJECTED Invalid transaction type"
                TO wsRejectReason
                END-IF
             END-IF
          END-IF.
      *> Same fee edits as the main run: a fee needs a description
      *> and a non-zero amount.
          IF transValid AND fixType = "F" THEN
             IF fixName = SPACES THEN
                MOVE "N" TO wsTransValid
                MOVE "STILL REJECTED Fee has no description"
                   TO wsRejectReason
             ELSE
                IF FUNCTION NUMVAL(rawAmountText) = 0 THEN
                   MOVE "N" TO wsTransValid
                   MOVE "STILL REJECTED Zero fee amount"
                      TO wsRejectReason
                END-IF
             END-IF
          END-IF.
      *> A transfer leg reposted here is the half whose first try
      *> was refused -- it must still carry its "Transfer <ref>"
      *> description so it pairs with the leg that already posted.
          IF transValid AND (fixType = "T" OR fixType = "R") THEN
             IF fixName = SPACES THEN
                MOVE "N" TO wsTransValid
                MOVE "STILL REJECTED Transfer has no reference"
                   TO wsRejectReason
             ELSE
                IF FUNCTION NUMVAL(rawAmountText) = 0 THEN
                   MOVE "N" TO wsTransValid
                   MOVE "STILL REJECTED Zero transfer amount"
                      TO wsRejectReason
                END-IF
             END-IF
          END-IF.
      *> A dispute credit or reversal must keep the "Dispute <case>"
      *> description it was refused with -- it is the only link back
      *> to the case it settles.
          IF transValid AND (fixType = "P" OR fixType = "V") THEN
             IF fixName = SPACES THEN
                MOVE "N" TO wsTransValid
                MOVE "STILL REJECTED Dispute has no case ref"
                   TO wsRejectReason
             ELSE
                IF FUNCTION NUMVAL(rawAmountText) = 0 THEN
                   MOVE "N" TO wsTransValid
                   MOVE "STILL REJECTED Zero dispute amount"
                      TO wsRejectReason
                END-IF
             END-IF
          END-IF.
          IF transValid AND optDuplicate THEN
             MOVE "N" TO wsTransValid
             MOVE "STILL REJECTED Malformed transaction record"
                TO wsRejectReason
          END-IF.
      *> Same check-serial edit as the main run: up to 10 digits,
      *> and only on a withdrawal.
          IF transValid AND rawCheckText NOT = SPACES THEN
             MOVE 0 TO checkDigitCount
             INSPECT rawCheckText TALLYING checkDigitCount
                FOR CHARACTERS BEFORE INITIAL SPACE
             IF fixType NOT = "W" OR
                checkDigitCount = 0 OR checkDigitCount > 10 THEN
                MOVE "N" TO wsTransValid
                MOVE "STILL REJECTED Invalid check serial"
                   TO wsRejectReason
             ELSE
                IF rawCheckText(1:checkDigitCount) IS NOT NUMERIC
                   THEN
                   MOVE "N" TO wsTransValid
                   MOVE "STILL REJECTED Invalid check serial"
                      TO wsRejectReason
                END-IF
             END-IF
          END-IF.
      *> Same optional-date rule as the main run: an undated
      *> correction is fine, a dated one must carry a full 8-digit
      *> yyyymmdd -- the ninth receiver byte catches over-long
             END-IF
          END-IF.

       PlaceOptionalField.
          EVALUATE TRUE
             WHEN rawOptText(optIdx) = SPACES
                CONTINUE
             WHEN rawOptText(optIdx)(1:1) = "B"
                IF rawBranchText NOT = SPACES THEN
                   MOVE "Y" TO wsOptDuplicate
                END-IF
                MOVE rawOptText(optIdx) TO rawBranchText
             WHEN rawOptText(optIdx)(1:1) = "C"
                IF rawCheckText NOT = SPACES THEN
                   MOVE "Y" TO wsOptDuplicate
                END-IF
                MOVE rawOptText(optIdx)(2:11) TO rawCheckText
                IF rawCheckText = SPACES THEN
                   MOVE "?" TO rawCheckText
                END-IF
             WHEN OTHER
                IF rawDateText NOT = SPACES THEN
                   MOVE "Y" TO wsOptDuplicate
                END-IF
                MOVE rawOptText(optIdx) TO rawDateText
          END-EVALUATE.

       WriteRepairedTransaction.
      *> Supplemental feed is grouped by account: a header line is
      *> written whenever the account changes from the previous
