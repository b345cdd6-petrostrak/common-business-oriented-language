      *>   GLJournalExtract posts to the bad-debt account, and the
      *>   member's write-off history (WOFFHIST) gets its line.
      *>   Unapproved proposals carry forward on the register.
      *>   2026-10-15  Debts a collection agency returned closed
      *>   uncollectable (AGYWOFF) are raised as proposals with
      *>   source "G", and the automatic scan leaves periods that
      *>   are out with an agency alone.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ManualTranFile ASSIGN TO "WOFFTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ManualTranStatus.
           SELECT AgencyWriteOffFile ASSIGN TO "AGYWOFF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AgencyWriteOffStatus.
           SELECT ApprovalFile ASSIGN TO "WOFAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ApprovalStatus.
           02 MwoMemberId PIC 9(6).
           02 MwoBillYear PIC 9(4).
           02 MwoBillMonth PIC 9(2).
       FD AgencyWriteOffFile.
       COPY AGYWOFF.
       FD ApprovalFile.
       01 WriteOffApprovalRec.
           02 WoaMemberId PIC 9(6).
       01 ManualTranStatus PIC XX VALUE "00".
           88 ManualTransAtEnd VALUE "10".
           88 ManualTranNotFound VALUE "35".
       01 AgencyWriteOffStatus PIC XX VALUE "00".
           88 AgencyWriteOffAtEnd VALUE "10".
           88 AgencyWriteOffNotFound VALUE "35".
       01 ApprovalStatus PIC XX VALUE "00".
           88 ApprovalsAtEnd VALUE "10".
           88 ApprovalsNotFound VALUE "35".
       01 ProposedIdx PIC 9(3) COMP VALUE ZERO.
       01 ProposedFoundFlag PIC X VALUE "N".
           88 AlreadyProposed VALUE "Y".
       01 ProposalSource PIC X VALUE "M".
       01 ProposalsCarried PIC 9(5) COMP VALUE ZERO.
       01 ProposalsRaised PIC 9(5) COMP VALUE ZERO.
       01 WriteOffsReleased PIC 9(5) COMP VALUE ZERO.
           PERFORM LoadApprovals
           PERFORM SettleCarriedProposals
           PERFORM RaiseManualProposals
           PERFORM RaiseAgencyProposals
           PERFORM ScanArrearsForProposals
           CLOSE ArrearsFile
           CLOSE PendingOutFile
           MOVE MwoMemberId TO ArrMemberId
           MOVE MwoBillYear TO ArrBillYear
           MOVE MwoBillMonth TO ArrBillMonth
           MOVE "M" TO ProposalSource
           READ ArrearsFile
               INVALID KEY
                   ADD 1 TO ProposalsRejected
               MOVE ArrBillYear TO WofBillYear
               MOVE ArrBillMonth TO WofBillMonth
               MOVE ArrBalance TO WofAmount
               MOVE ProposalSource TO WofSource
               MOVE "P" TO WofStatus
               MOVE TodayYYYYMMDD TO WofProposedDate
               MOVE SPACES TO WofApproverId
               PERFORM SettleFreshProposal
           END-IF.

      *>   RaiseAgencyProposals does the same for the accounts a
      *>   collection agency handed back uncollectable, so agency
      *>   bad debt goes through the same supervisor approval as
      *>   the cash office's.
       RaiseAgencyProposals.
           OPEN INPUT AgencyWriteOffFile
           IF AgencyWriteOffNotFound
               CONTINUE
           ELSE
               PERFORM ReadNextAgencyWriteOff
               PERFORM RaiseOneAgencyProposal
                   UNTIL AgencyWriteOffAtEnd
               CLOSE AgencyWriteOffFile
           END-IF.

       RaiseOneAgencyProposal.
           MOVE AwoMemberId TO ArrMemberId
           MOVE AwoBillYear TO ArrBillYear
           MOVE AwoBillMonth TO ArrBillMonth
           MOVE "G" TO ProposalSource
           READ ArrearsFile
               INVALID KEY
                   ADD 1 TO ProposalsRejected
                   MOVE AwoMemberId TO WofMemberId
                   MOVE AwoBillYear TO WofBillYear
                   MOVE AwoBillMonth TO WofBillMonth
                   MOVE ZERO TO WofAmount
                   MOVE "REJECTED " TO RgdAction
                   MOVE "agency return - no arrears" TO RgdComment
                   PERFORM WriteRegisterDetail
               NOT INVALID KEY
                   PERFORM ProposeCurrentArrears
           END-READ
           PERFORM ReadNextAgencyWriteOff.

      *>   SettleFreshProposal gives a brand-new proposal the same
      *>   chance tonight's approvals give a carried one - a
      *>   supervisor who pre-approved the period releases it in
           COMPUTE ArrearsAgeDays = TodaySerial - DateSerial
           IF ArrearsAgeDays >= WriteOffAgeDays
              AND ArrBalance <= WriteOffAmountMax
              AND ArrAgencyCode = SPACES
               PERFORM CheckAlreadyProposed
               IF NOT AlreadyProposed
                   MOVE ArrMemberId TO WofMemberId
               AT END MOVE "10" TO ManualTranStatus
           END-READ.

       ReadNextAgencyWriteOff.
           READ AgencyWriteOffFile
               AT END MOVE "10" TO AgencyWriteOffStatus
           END-READ.

       ReadNextApproval.
           READ ApprovalFile
               AT END MOVE "10" TO ApprovalStatus
