       COPY AUDTREC.
       FD  AUDTARCH
           RECORDING MODE IS F.
       01  ARCHIVED-AUDIT-ROW     PIC X(184).
       FD  DOGERUNS.
       COPY RUNCREC.
       WORKING-STORAGE SECTION.
