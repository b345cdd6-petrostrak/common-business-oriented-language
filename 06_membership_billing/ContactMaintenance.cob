      *>   of the BRANCHREF PostalPrefix ranges - a code no branch
      *>   serves is a mistyped code. Rejects list on the CONTERR
      *>   report.
      *>   2026-10-15  The feed carries the member's delivery
      *>   preference - P post, E email, S text message - and a
      *>   blank keeps the preference already on file (post for a
      *>   new contact). Email or text is refused without the
      *>   email address or phone number to send to.
      *>   2026-10-15  A change applied to a student or member is
      *>   offered to every other role the PERSONIX person index
      *>   links to the same person: a CONTTRAN-format record for
      *>   each linked student or member whose details differ goes
      *>   on CONTOFFR for the office to release into the next
      *>   feed, and linked drivers and operators, who carry no
      *>   contact record, are listed on CONTOREG to update by
      *>   hand.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS BranchFileStatus.
           SELECT ErrorReport ASSIGN TO "CONTERR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PersonIndexFile ASSIGN TO "PERSONIX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PixRoleKey
               ALTERNATE RECORD KEY IS PixPersonNumber
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PixMatchKey
                   WITH DUPLICATES
               FILE STATUS IS PersonIndexStatus.
           SELECT ContactOfferFile ASSIGN TO "CONTOFFR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OfferRegister ASSIGN TO "CONTOREG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ContactTranFile.
           02 CtnPostalCode PIC X(8).
           02 CtnPhone PIC X(12).
           02 CtnEmail PIC X(30).
           02 CtnDeliveryPref PIC X.
       FD ContactFile.
       COPY CONTACT.
       FD StudentMasterFile.
           02 ErrPersonId PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ErrMessage PIC X(40).
       FD PersonIndexFile.
       COPY PERSONIX.
      *>   The offer carries the CONTTRAN layout, so a released
      *>   offer feeds straight back in; the preference is left
      *>   blank to keep the linked person's own.
       FD ContactOfferFile.
       01 ContactOfferRec.
           02 CofPersonType PIC X.
           02 CofPersonId PIC 9(7).
           02 CofDetails PIC X(90).
           02 CofDeliveryPref PIC X.
       FD OfferRegister.
       01 OfferLine PIC X(80).
       WORKING-STORAGE SECTION.
       01 ContactTranStatus PIC XX VALUE "00".
           88 ContactTransAtEnd VALUE "10".
       01 TranOk PIC X VALUE "Y".
           88 TranValid VALUE "Y".
       01 WorkMemberId PIC 9(6) VALUE ZERO.
       01 DeliveryPrefOnFile PIC X VALUE "P".
      *>   The branch postal prefixes load into a small table up
      *>   front; no branch reference on file skips the postal
      *>   edit rather than rejecting every address.
           88 PrefixFound VALUE "Y".
       01 ContactsLoaded PIC 9(5) COMP VALUE ZERO.
       01 ContactsRejected PIC 9(5) COMP VALUE ZERO.
       01 PersonIndexStatus PIC XX VALUE "00".
           88 PersonIndexAtEnd VALUE "10".
           88 PersonIndexNotFound VALUE "35".
       01 PersonIndexOpenFlag PIC X VALUE "N".
           88 PersonIndexOpen VALUE "Y".
       01 RoleIdWork PIC X(8) VALUE SPACES.
       01 RoleStudentView REDEFINES RoleIdWork.
           02 RoleStudentId PIC 9(7).
           02 FILLER PIC X.
       01 RoleMemberView REDEFINES RoleIdWork.
           02 RoleMemberId PIC 9(6).
           02 FILLER PIC X(2).
       01 OfferPersonNumber PIC 9(7) VALUE ZERO.
       01 OfferFromRoleKey PIC X(9) VALUE SPACES.
       01 LinkedContactFlag PIC X VALUE "N".
           88 LinkedContactOnFile VALUE "Y".
       01 OffersWritten PIC 9(5) COMP VALUE ZERO.
       01 OfferDetail.
           02 OfdFromType PIC X.
           02 FILLER PIC X(1) VALUE SPACE.
           02 OfdFromId PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 OfdToType PIC X.
           02 FILLER PIC X(1) VALUE SPACE.
           02 OfdToId PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 OfdPersonNumber PIC 9(7).
           02 FILLER PIC X(1) VALUE SPACE.
           02 OfdOutcome PIC X(9).
           02 OfdText PIC X(41).
       PROCEDURE DIVISION.
       Begin.
           PERFORM LoadPostalPrefixes
           IF ContactFileNotFound
               OPEN OUTPUT ContactFile
           END-IF
           OPEN INPUT PersonIndexFile
           IF NOT PersonIndexNotFound
               MOVE "Y" TO PersonIndexOpenFlag
           END-IF
           OPEN OUTPUT ContactOfferFile
           OPEN OUTPUT OfferRegister
           MOVE "CONTACT CHANGES OFFERED TO LINKED ROLES" TO OfferLine
           WRITE OfferLine
           PERFORM ReadNextContactTran
           PERFORM LoadOneContact UNTIL ContactTransAtEnd
           CLOSE ContactTranFile
           CLOSE MemberMasterFile
           CLOSE ErrorReport
           CLOSE ContactFile
           IF PersonIndexOpen
               CLOSE PersonIndexFile
           END-IF
           CLOSE ContactOfferFile
           CLOSE OfferRegister
           DISPLAY "ContactMaintenance - contacts loaded = "
                   ContactsLoaded " rejected = " ContactsRejected
                   " offered = " OffersWritten
           STOP RUN.

       LoadPostalPrefixes.
           IF TranValid
               PERFORM ValidatePostalCode
           END-IF
           IF TranValid
               PERFORM ValidateDeliveryPref
           END-IF
           IF TranValid
               MOVE CtnPersonType TO CttPersonType
               MOVE CtnPersonId TO CttPersonId
               MOVE "P" TO DeliveryPrefOnFile
               READ ContactFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CttDeliveryPref TO DeliveryPrefOnFile
               END-READ
               MOVE CtnAddressLine1 TO CttAddressLine1
               MOVE CtnAddressLine2 TO CttAddressLine2
               MOVE CtnPostalCode TO CttPostalCode
               MOVE CtnPhone TO CttPhone
               MOVE CtnEmail TO CttEmail
               MOVE CtnDeliveryPref TO CttDeliveryPref
               IF CtnDeliveryPref = SPACE
                   MOVE DeliveryPrefOnFile TO CttDeliveryPref
               END-IF
               WRITE ContactRec
                   INVALID KEY
                       REWRITE ContactRec
               END-WRITE
               ADD 1 TO ContactsLoaded
               IF PersonIndexOpen
                   PERFORM OfferToLinkedRoles
               END-IF
           ELSE
               ADD 1 TO ContactsRejected
           END-IF
               END-IF
           END-IF.

      *>   ValidateDeliveryPref - an electronic preference keyed
      *>   must come with the address to send to. A preference kept
      *>   on file whose address has since gone falls back to post
      *>   when the letter is cut.
       ValidateDeliveryPref.
           EVALUATE TRUE
               WHEN CtnDeliveryPref = SPACE
                   CONTINUE
               WHEN CtnDeliveryPref = "P"
                   CONTINUE
               WHEN CtnDeliveryPref = "E" AND CtnEmail = SPACES
                   MOVE "N" TO TranOk
                   MOVE "Email delivery with no email address"
                       TO ErrMessage
                   PERFORM WriteErrorLine
               WHEN CtnDeliveryPref = "S" AND CtnPhone = SPACES
                   MOVE "N" TO TranOk
                   MOVE "Text delivery with no phone number"
                       TO ErrMessage
                   PERFORM WriteErrorLine
               WHEN CtnDeliveryPref = "E" OR CtnDeliveryPref = "S"
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO TranOk
                   MOVE "Delivery preference not P, E or S"
                       TO ErrMessage
                   PERFORM WriteErrorLine
           END-EVALUATE.

      *>   OfferToLinkedRoles finds the person the changed role
      *>   belongs to and walks every other role of theirs.
       OfferToLinkedRoles.
           MOVE SPACES TO RoleIdWork
           IF CtnPersonType = "S"
               MOVE CtnPersonId TO RoleStudentId
           ELSE
               MOVE WorkMemberId TO RoleMemberId
           END-IF
           MOVE CtnPersonType TO PixRoleType
           MOVE RoleIdWork TO PixRoleId
           READ PersonIndexFile KEY IS PixRoleKey
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM OfferToPerson
           END-READ.

       OfferToPerson.
           MOVE PixPersonNumber TO OfferPersonNumber
           MOVE PixRoleKey TO OfferFromRoleKey
           START PersonIndexFile KEY IS EQUAL TO PixPersonNumber
               INVALID KEY MOVE "10" TO PersonIndexStatus
           END-START
           IF NOT PersonIndexAtEnd
               PERFORM ReadNextPersonIndex
               PERFORM OfferToOneRole
                   UNTIL PersonIndexAtEnd
                      OR PixPersonNumber NOT = OfferPersonNumber
           END-IF.

       OfferToOneRole.
           IF PixRoleKey NOT = OfferFromRoleKey
               MOVE PixRoleType TO OfdToType
               MOVE PixRoleId TO OfdToId
               IF PixStudent OR PixMember
                   PERFORM OfferContactChange
               ELSE
                   MOVE "UPDATE" TO OfdOutcome
                   MOVE "No contact record - update by hand"
                       TO OfdText
                   PERFORM WriteOfferLine
               END-IF
           END-IF
           PERFORM ReadNextPersonIndex.

      *>   OfferContactChange - a linked student or member already
      *>   holding the same details is passed over, so a released
      *>   offer coming back through the feed offers nothing more.
       OfferContactChange.
           MOVE PixRoleId TO RoleIdWork
           MOVE PixRoleType TO CttPersonType
           IF PixStudent
               MOVE RoleStudentId TO CttPersonId
           ELSE
               MOVE RoleMemberId TO CttPersonId
           END-IF
           MOVE "Y" TO LinkedContactFlag
           READ ContactFile
               INVALID KEY
                   MOVE "N" TO LinkedContactFlag
           END-READ
           IF LinkedContactOnFile
              AND CttAddressLine1 = CtnAddressLine1
              AND CttAddressLine2 = CtnAddressLine2
              AND CttPostalCode = CtnPostalCode
              AND CttPhone = CtnPhone
              AND CttEmail = CtnEmail
               MOVE "SAME" TO OfdOutcome
               MOVE "Details already match" TO OfdText
           ELSE
               MOVE CttPersonType TO CofPersonType
               MOVE CttPersonId TO CofPersonId
               MOVE ContactTranRec(9:90) TO CofDetails
               MOVE SPACE TO CofDeliveryPref
               WRITE ContactOfferRec
               ADD 1 TO OffersWritten
               MOVE "OFFERED" TO OfdOutcome
               MOVE "Change offered on CONTOFFR" TO OfdText
           END-IF
           PERFORM WriteOfferLine.

       WriteOfferLine.
           MOVE CtnPersonType TO OfdFromType
           MOVE CtnPersonId TO OfdFromId
           MOVE OfferPersonNumber TO OfdPersonNumber
           MOVE OfferDetail TO OfferLine
           WRITE OfferLine.

       ReadNextPersonIndex.
           READ PersonIndexFile NEXT RECORD
               AT END MOVE "10" TO PersonIndexStatus
           END-READ.

       ScanOnePrefix.
           IF PrefixEntry(PrefixIdx) = CtnPostalCode(1:3)
               MOVE "Y" TO PrefixFoundFlag
