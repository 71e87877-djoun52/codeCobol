       FD  HIST RECORDING F.
           COPY HISTREC.
       FD  HISTN RECORDING F.
       01  EHISTN            PIC X(106).
       FD  HISTA RECORDING F.
       01  EHISTA            PIC X(106).
       FD  CKPT RECORDING F.
           COPY CKPTREC.
       FD  CKPTN RECORDING F.
