       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgencyPlacement.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Debt collection agency placement run. Dunning has had
      *>   its turn at anything old on ARREARS; rather than leave
      *>   write-off as the only way out, every arrears period not
      *>   yet placed whose age since first found unpaid has
      *>   reached the AGYPARM age, and whose balance has reached
      *>   the AGYPARM balance, is handed to the agency AGYPARM
      *>   names:
      *>     - the ARREARS row is stamped with the agency, the date
      *>       and the balance placed, which stops our own dunning
      *>       and the automatic write-off proposal for it;
      *>     - the agency account row on AGYACCT is opened for the
      *>       returns run and the performance report;
      *>     - a detail goes on the fixed-width AGYPLACE file with
      *>       the member's name and postal address, between a
      *>       header and a trailer carrying count and hash total.
      *>   A period this agency has held before is not placed with
      *>   it again. Without AGYPARM or an agency code nothing is
      *>   placed and the run warns. The placements list on the
      *>   AGYPREG register.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AgencyParmFile ASSIGN TO "AGYPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AgencyParmStatus.
           SELECT ArrearsFile ASSIGN TO "ARREARS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ArrearsKey
               FILE STATUS IS ArrearsFileStatus.
           SELECT AgencyAccountFile ASSIGN TO "AGYACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AgencyAccountKey
               FILE STATUS IS AgencyAccountStatus.
           SELECT MemberMasterFile ASSIGN TO "MEMBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MmbMemberId
               FILE STATUS IS MemberMasterStatus.
           SELECT ContactFile ASSIGN TO "CONTACT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ContactKey
               FILE STATUS IS ContactFileStatus.
           SELECT PlacementFile ASSIGN TO "AGYPLACE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PlacementRegister ASSIGN TO "AGYPREG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD AgencyParmFile.
       COPY AGYPARM.
       FD ArrearsFile.
       COPY ARREARS.
       FD AgencyAccountFile.
       COPY AGYACCT.
       FD MemberMasterFile.
       COPY MEMBMAST.
       FD ContactFile.
       COPY CONTACT.
       FD PlacementFile.
       COPY AGYPLACE.
       FD PlacementRegister.
       01 PlacementRegisterLine PIC X(72).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 AgencyParmStatus PIC XX VALUE "00".
           88 AgencyParmNotFound VALUE "35".
       01 ArrearsFileStatus PIC XX VALUE "00".
           88 ArrearsAtEnd VALUE "10".
           88 ArrearsNotFound VALUE "35".
       01 ArrearsOpenFlag PIC X VALUE "N".
           88 ArrearsOpen VALUE "Y".
       01 AgencyAccountStatus PIC XX VALUE "00".
           88 AgencyAccountNotFound VALUE "35".
       01 MemberMasterStatus PIC XX VALUE "00".
           88 MemberMasterNotFound VALUE "35".
       01 MemberMasterOpenFlag PIC X VALUE "N".
           88 MemberMasterOpen VALUE "Y".
       01 ContactFileStatus PIC XX VALUE "00".
           88 ContactFileNotFound VALUE "35".
       01 ContactFileOpenFlag PIC X VALUE "N".
           88 ContactFileOpen VALUE "Y".
      *>   Standing thresholds, replaced by non-zero AGYPARM fields.
       01 PlacementAgencyCode PIC X(4) VALUE SPACES.
       01 PlacementAgeDays PIC 9(4) VALUE 120.
       01 PlacementMinBalance PIC 9(5)V99 VALUE 25.00.
       01 PreviouslyHeldFlag PIC X VALUE "N".
           88 PreviouslyHeld VALUE "Y".
      *>   Whole-month calendar working fields.
       01 WorkDate PIC 9(8) VALUE ZERO.
       01 WorkYear PIC 9(4) VALUE ZERO.
       01 WorkMonthDay PIC 9(4) VALUE ZERO.
       01 WorkMonth PIC 9(2) VALUE ZERO.
       01 WorkDay PIC 9(2) VALUE ZERO.
       01 WorkDays PIC 9(7) VALUE ZERO.
       01 TodayDays PIC 9(7) VALUE ZERO.
       01 ArrearsAgeDays PIC S9(7) VALUE ZERO.
       01 ArrearsRowsRead PIC 9(7) COMP VALUE ZERO.
       01 PeriodsPlaced PIC 9(7) COMP VALUE ZERO.
       01 PeriodsRefused PIC 9(7) COMP VALUE ZERO.
       01 PlacedHashTotal PIC 9(11)V99 VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "AgencyPlacement".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 ExceptionNumber PIC 9(4) VALUE 3216.
       01 ExceptionSeverity PIC X VALUE "W".
       01 ExceptionText PIC X(60) VALUE SPACES.
       01 ExceptionReturnCode PIC 9(4) VALUE ZERO.
       01 RegisterHeading.
           02 FILLER PIC X(28) VALUE "DEBT PLACEMENT WITH AGENCY  ".
           02 RghAgencyCode PIC X(4).
           02 FILLER PIC X(10) VALUE " - RUN OF ".
           02 RghDate PIC 9(8).
       01 RegisterThresholds.
           02 FILLER PIC X(19) VALUE "AGED AT LEAST DAYS ".
           02 RgtAgeDays PIC ZZZ9.
           02 FILLER PIC X(20) VALUE "  BALANCE AT LEAST  ".
           02 RgtMinBalance PIC ZZ,ZZ9.99.
       01 RegisterColumns PIC X(56) VALUE
           "MEMBER  PERIOD    BALANCE  AGE DAYS  ACTION".
       01 RegisterDetail.
           02 RgdMemberId PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RgdMonth PIC 9(2).
           02 FILLER PIC X(1) VALUE "/".
           02 RgdYear PIC 9(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdBalance PIC ZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RgdAgeDays PIC ZZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RgdAction PIC X(30).
       01 RegisterTotalLine.
           02 FILLER PIC X(16) VALUE "PERIODS PLACED  ".
           02 RgtPlacedCount PIC ZZZZZZ9.
           02 FILLER PIC X(16) VALUE "   TOTAL PLACED ".
           02 RgtPlacedTotal PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           MOVE TodayYYYYMMDD TO WorkDate
           PERFORM ConvertWorkDateToDays
           MOVE WorkDays TO TodayDays
           PERFORM ReadAgencyParm
           OPEN OUTPUT PlacementRegister
           MOVE PlacementAgencyCode TO RghAgencyCode
           MOVE TodayYYYYMMDD TO RghDate
           MOVE RegisterHeading TO PlacementRegisterLine
           WRITE PlacementRegisterLine
           IF PlacementAgencyCode = SPACES
               MOVE "No AGYPARM agency code - no debt placed"
                   TO ExceptionText
               CALL "ExceptionHandler" USING ProgramNameLiteral
                       ExceptionNumber ExceptionSeverity
                       ExceptionText ExceptionReturnCode
               END-CALL
               MOVE "NO AGENCY NAMED ON AGYPARM - NOTHING PLACED"
                   TO PlacementRegisterLine
               WRITE PlacementRegisterLine
           ELSE
               PERFORM PlaceAgedArrears
           END-IF
           CLOSE PlacementRegister
           MOVE ArrearsRowsRead TO ReadForReport
           MOVE PeriodsPlaced TO WrittenForReport
           COMPUTE RejectedForReport =
                   ArrearsRowsRead - PeriodsPlaced
           MOVE PlacedHashTotal TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           MOVE ExceptionReturnCode TO RETURN-CODE
           STOP RUN.

       ReadAgencyParm.
           OPEN INPUT AgencyParmFile
           IF NOT AgencyParmNotFound
               READ AgencyParmFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE AgpAgencyCode TO PlacementAgencyCode
                       IF AgpMinAgeDays NUMERIC
                          AND AgpMinAgeDays > ZERO
                           MOVE AgpMinAgeDays TO PlacementAgeDays
                       END-IF
                       IF AgpMinBalance NUMERIC
                          AND AgpMinBalance > ZERO
                           MOVE AgpMinBalance TO PlacementMinBalance
                       END-IF
               END-READ
               CLOSE AgencyParmFile
           END-IF.

       PlaceAgedArrears.
           MOVE PlacementAgeDays TO RgtAgeDays
           MOVE PlacementMinBalance TO RgtMinBalance
           MOVE RegisterThresholds TO PlacementRegisterLine
           WRITE PlacementRegisterLine
           MOVE RegisterColumns TO PlacementRegisterLine
           WRITE PlacementRegisterLine
           OPEN I-O ArrearsFile
           OPEN I-O AgencyAccountFile
           IF AgencyAccountNotFound
               OPEN OUTPUT AgencyAccountFile
               CLOSE AgencyAccountFile
               OPEN I-O AgencyAccountFile
           END-IF
           MOVE "Y" TO MemberMasterOpenFlag
           OPEN INPUT MemberMasterFile
           IF MemberMasterNotFound
               MOVE "N" TO MemberMasterOpenFlag
           END-IF
           MOVE "Y" TO ContactFileOpenFlag
           OPEN INPUT ContactFile
           IF ContactFileNotFound
               MOVE "N" TO ContactFileOpenFlag
           END-IF
           OPEN OUTPUT PlacementFile
           PERFORM WritePlacementHeader
           IF ArrearsNotFound
               MOVE "10" TO ArrearsFileStatus
           ELSE
               MOVE "Y" TO ArrearsOpenFlag
               MOVE LOW-VALUES TO ArrearsKey
               START ArrearsFile KEY NOT LESS THAN ArrearsKey
                   INVALID KEY MOVE "10" TO ArrearsFileStatus
               END-START
           END-IF
           IF NOT ArrearsAtEnd
               PERFORM ReadNextArrears
           END-IF
           PERFORM ConsiderOneArrearsRow UNTIL ArrearsAtEnd
           PERFORM WritePlacementTrailer
           MOVE PeriodsPlaced TO RgtPlacedCount
           MOVE PlacedHashTotal TO RgtPlacedTotal
           MOVE SPACES TO PlacementRegisterLine
           WRITE PlacementRegisterLine
           MOVE RegisterTotalLine TO PlacementRegisterLine
           WRITE PlacementRegisterLine
           CLOSE PlacementFile
           IF ArrearsOpen
               CLOSE ArrearsFile
           END-IF
           CLOSE AgencyAccountFile
           IF MemberMasterOpen
               CLOSE MemberMasterFile
           END-IF
           IF ContactFileOpen
               CLOSE ContactFile
           END-IF.

      *>   ConsiderOneArrearsRow places a row that is not already
      *>   out with an agency and has reached both thresholds.
       ConsiderOneArrearsRow.
           ADD 1 TO ArrearsRowsRead
           MOVE ArrBilledDate TO WorkDate
           PERFORM ConvertWorkDateToDays
           COMPUTE ArrearsAgeDays = TodayDays - WorkDays
           IF ArrAgencyCode = SPACES
              AND ArrearsAgeDays >= PlacementAgeDays
              AND ArrBalance >= PlacementMinBalance
               PERFORM CheckPreviouslyHeld
               IF PreviouslyHeld
                   ADD 1 TO PeriodsRefused
                   MOVE "NOT PLACED - AGENCY HAD IT BEFORE"
                       TO RgdAction
                   PERFORM WriteRegisterDetail
               ELSE
                   PERFORM PlaceOneArrearsRow
               END-IF
           END-IF
           PERFORM ReadNextArrears.

       CheckPreviouslyHeld.
           MOVE "N" TO PreviouslyHeldFlag
           MOVE PlacementAgencyCode TO AgaAgencyCode
           MOVE ArrMemberId TO AgaMemberId
           MOVE ArrBillYear TO AgaBillYear
           MOVE ArrBillMonth TO AgaBillMonth
           READ AgencyAccountFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO PreviouslyHeldFlag
           END-READ.

       PlaceOneArrearsRow.
           MOVE PlacementAgencyCode TO ArrAgencyCode
           MOVE TodayYYYYMMDD TO ArrPlacedDate
           MOVE ArrBalance TO ArrPlacedAmount
           REWRITE ArrearsRec
           MOVE PlacementAgencyCode TO AgaAgencyCode
           MOVE ArrMemberId TO AgaMemberId
           MOVE ArrBillYear TO AgaBillYear
           MOVE ArrBillMonth TO AgaBillMonth
           MOVE TodayYYYYMMDD TO AgaPlacedDate
           MOVE ArrBalance TO AgaPlacedAmount
           MOVE ZERO TO AgaCollectedAmount
           MOVE ZERO TO AgaCommissionAmount
           MOVE "P" TO AgaStatus
           MOVE ZERO TO AgaLastReturnDate
           MOVE ZERO TO AgaClosedDate
           WRITE AgencyAccountRec
           PERFORM WritePlacementDetail
           ADD 1 TO PeriodsPlaced
           ADD ArrBalance TO PlacedHashTotal
           MOVE "PLACED" TO RgdAction
           PERFORM WriteRegisterDetail.

       WritePlacementHeader.
           MOVE "H" TO AplRecordType
           MOVE SPACES TO AplDetail
           MOVE PlacementAgencyCode TO AplAgencyCode
           MOVE TodayYYYYMMDD TO AplFileDate
           MOVE "MEMBERSHIP BILLING" TO AplOriginName
           WRITE AgencyPlacementRec.

      *>   WritePlacementDetail gives the agency the debt and the
      *>   name and address to trace it by; a member without
      *>   contact details travels with the address blank.
       WritePlacementDetail.
           MOVE "D" TO AplRecordType
           MOVE SPACES TO AplDetail
           MOVE ArrMemberId TO AplMemberId
           MOVE ArrBillYear TO AplBillYear
           MOVE ArrBillMonth TO AplBillMonth
           MOVE ArrBalance TO AplBalance
           MOVE ArrBilledDate TO AplBilledDate
           MOVE "NAME NOT ON MASTER" TO AplMemberName
           IF MemberMasterOpen
               MOVE ArrMemberId TO MmbMemberId
               READ MemberMasterFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MmbMemberName TO AplMemberName
               END-READ
           END-IF
           IF ContactFileOpen
               MOVE "M" TO CttPersonType
               MOVE ArrMemberId TO CttPersonId
               READ ContactFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CttAddressLine1 TO AplAddressLine1
                       MOVE CttAddressLine2 TO AplAddressLine2
                       MOVE CttPostalCode TO AplPostalCode
                       MOVE CttPhone TO AplPhone
               END-READ
           END-IF
           WRITE AgencyPlacementRec.

       WritePlacementTrailer.
           MOVE "T" TO AplRecordType
           MOVE SPACES TO AplDetail
           MOVE PeriodsPlaced TO AplRecordCount
           MOVE PlacedHashTotal TO AplHashTotal
           WRITE AgencyPlacementRec.

       WriteRegisterDetail.
           MOVE ArrMemberId TO RgdMemberId
           MOVE ArrBillMonth TO RgdMonth
           MOVE ArrBillYear TO RgdYear
           MOVE ArrBalance TO RgdBalance
           MOVE ArrearsAgeDays TO RgdAgeDays
           MOVE RegisterDetail TO PlacementRegisterLine
           WRITE PlacementRegisterLine.

      *>   ConvertWorkDateToDays turns WorkDate into a day count on
      *>   the suite's whole-month calendar.
       ConvertWorkDateToDays.
           DIVIDE WorkDate BY 10000
               GIVING WorkYear REMAINDER WorkMonthDay
           DIVIDE WorkMonthDay BY 100
               GIVING WorkMonth REMAINDER WorkDay
           COMPUTE WorkDays =
                   WorkYear * 360 + WorkMonth * 30 + WorkDay.

       ReadNextArrears.
           READ ArrearsFile NEXT RECORD
               AT END MOVE "10" TO ArrearsFileStatus
           END-READ.
