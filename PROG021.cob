000200*                 A CONFLICTING PROGRAM IS LIVE OR A REQUIRED
000210*                 PREDECESSOR HAS NOT FINISHED TODAY, AND THE
000220*                 END IS RECORDED WITH THE CONDITION CODE.
000222* 2026-10-15  RM  WIDEN THE BACKUP RECORD TO MATCH THE MASTER'S
000224*                 NEW ADMISSION-DATE AND COMPENSATION FIELDS.
000230*----------------------------------------------------------------
000240 ENVIRONMENT                     DIVISION.
000250 CONFIGURATION                   SECTION.
000440     COPY EMPMAST.
000450 FD  EMP-BACKUP
000460     LABEL RECORDS ARE STANDARD
000470     RECORD CONTAINS 120 CHARACTERS.
000480 01  EMP-BACKUP-RECORD           PIC X(120).
000490 WORKING-STORAGE                 SECTION.
000500     COPY RUNLINK                REPLACING ==:PFX:== BY ==WRK==.
000510 77  WS-EMP-STATUS               PIC X(02)  VALUE SPACES.
