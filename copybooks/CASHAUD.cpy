           05 CAU-LOADED               PIC 9(05).
           05 CAU-COUNTED              PIC 9(05).
           05 CAU-VARIANCE             PIC S9(06).
      * the terminal whose cassette was serviced
           05 CAU-TERMINAL             PIC X(08).
