       COPY AUDIT03.

       FD  AUDNEW-FILE.
       01 AUDNEW-RECORD           PIC X(118).

       FD  AUDARC-FILE.
       01 AUDARC-RECORD           PIC X(118).

      * MEME DISPOSITION QUE RUNHIST-RECORD DANS LES PROGRAMMES DE
      * LA CHAINE ET DANS CHAINSUM
          05 RH-RETURN-CODE       PIC 9(2).

       FD  RUNNEW-FILE.
       01 RUNNEW-RECORD           PIC X(82).

       FD  RUNARC-FILE.
       01 RUNARC-RECORD           PIC X(82).

      * MEME DISPOSITION QUE AUDSTATE-RECORD DANS AUDITRPT
       FD  AUDSTATE-FILE.
