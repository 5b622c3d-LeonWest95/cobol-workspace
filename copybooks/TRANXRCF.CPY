      * reconciliation passed. TRANSNAP writes its balance-proof flag  *
      * (TRANSNPF) in this same layout, COPYed with the RECON prefix   *
      * replaced by PROOF, and TRANPURG holds on that flag too.        *
      * TRANSNAP also records the net posted movement it proved over   *
      * the master, which TRANGLJN ties its GL journal to; TRANRECN    *
      * leaves the movement zero.                                      *
      ******************************************************************
       01 RECON-FLAG-RECORD.
           05 RECON-FLAG-DATE         PIC 9(08).
           05 RECON-FLAG-RESULT       PIC X(01).
               88 RECON-FLAG-PASSED   VALUE 'P'.
               88 RECON-FLAG-FAILED   VALUE 'F'.
           05 RECON-FLAG-MOVEMENT     PIC S9(11)V99
               SIGN IS TRAILING SEPARATE.
