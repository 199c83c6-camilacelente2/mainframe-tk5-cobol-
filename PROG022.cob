000290*                 NOT WEDGE THE BACKOUT. THE CONFLICT LIST
000300*                 NAMES ONLY PROGRAMS FROM OTHER STREAMS - THE
000310*                 STEPS OF THIS JOB ARE SERIAL.
000312* 2026-10-15  RM  WIDEN THE BACKUP RECORD TO MATCH THE MASTER'S
000314*                 NEW ADMISSION-DATE AND COMPENSATION FIELDS.
000320*----------------------------------------------------------------
000330 ENVIRONMENT                     DIVISION.
000340 CONFIGURATION                   SECTION.
000500 FILE                            SECTION.
000510 FD  EMP-BACKUP
000520     LABEL RECORDS ARE STANDARD
000530     RECORD CONTAINS 120 CHARACTERS.
000540 01  EMP-BACKUP-RECORD           PIC X(120).
000550 FD  EMPLOYEE-MASTER
000560     LABEL RECORDS ARE STANDARD.
000570     COPY EMPMAST.
