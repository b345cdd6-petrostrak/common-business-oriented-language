       IDENTIFICATION DIVISION.
       PROGRAM-ID. HonoursBandMaintenance.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Loads or updates the HONBAND honours classification
      *>   reference from the academic board's band feed, the
      *>   InsuranceRateMaintenance upsert pattern. A band with no
      *>   class code or no certificate wording is rejected - the
      *>   conferral run would print it on a certificate.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BandTranFile ASSIGN TO "HONBTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BandTranStatus.
           SELECT BandFile ASSIGN TO "HONBAND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HnbClassCode
               FILE STATUS IS BandFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD BandTranFile.
       COPY HONBTRAN.
       FD BandFile.
       COPY HONBAND.
       WORKING-STORAGE SECTION.
       01 BandTranStatus PIC XX VALUE "00".
           88 BandTranAtEnd VALUE "10".
       01 BandFileStatus PIC XX VALUE "00".
       01 BandsLoaded PIC 9(5) COMP VALUE ZERO.
       01 BandsRejected PIC 9(5) COMP VALUE ZERO.
       PROCEDURE DIVISION.
       Begin.
           OPEN INPUT BandTranFile
           OPEN I-O BandFile
           IF BandFileStatus = "35"
               OPEN OUTPUT BandFile
           END-IF
           PERFORM ReadNextBandTran
           PERFORM LoadOneBand UNTIL BandTranAtEnd
           CLOSE BandTranFile
           CLOSE BandFile
           DISPLAY "HonoursBandMaintenance - bands loaded = "
                   BandsLoaded
           DISPLAY "HonoursBandMaintenance - bands rejected = "
                   BandsRejected
           STOP RUN.

       LoadOneBand.
           IF HbtClassCode = SPACES OR HbtTitle = SPACES
              OR HbtMinGPA NOT NUMERIC OR HbtMinGPA > 4.00
               DISPLAY "HonoursBandMaintenance - band " HbtClassCode
                       " rejected, code, wording or GPA invalid"
               ADD 1 TO BandsRejected
           ELSE
               MOVE HbtClassCode TO HnbClassCode
               MOVE HbtMinGPA TO HnbMinGPA
               MOVE HbtTitle TO HnbTitle
               WRITE HonoursBandRec
                   INVALID KEY
                       REWRITE HonoursBandRec
               END-WRITE
               ADD 1 TO BandsLoaded
           END-IF
           PERFORM ReadNextBandTran.

       ReadNextBandTran.
           READ BandTranFile
               AT END MOVE "10" TO BandTranStatus
           END-READ.
