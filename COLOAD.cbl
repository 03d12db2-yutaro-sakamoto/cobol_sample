       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  CO-FILE.
           COPY COREC.
       WORKING-STORAGE SECTION.
       01  CO-STS             PIC 9(02).
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           DISPLAY "*** Creating Company master file ***".
           OPEN  OUTPUT CO-FILE.
      *        ----+----+----+----+----+----+----+----+----+----+----+
           WRITE CO-REC FROM
              "01Acme Trading Ltd         AGB1001234001000010000012345".
           WRITE CO-REC FROM
              "02Acme Technical Svcs Ltd  AGB1005678001000020000067890".
           CLOSE CO-FILE.
       MAIN-900.
           STOP RUN.
