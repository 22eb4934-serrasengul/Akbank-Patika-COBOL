           COPY HISTREC.
      *
       FD  KEEP-FILE RECORDING MODE F.
       01  KEEP-REC             PIC X(82).
      *
       FD  ARCH-FILE RECORDING MODE F.
       01  ARCH-REC             PIC X(82).
      *
       FD  RUN-CONTROL RECORDING MODE F.
           COPY RUNCTL.
