      ******************************************************************
      * CVVEL01Y
      * Velocity-screen hold record, as carried on the VELHOLD master
      * keyed by hold id.  TRANVEL screens the balanced TRANCLN feed
      * between TRANBAL and ACCTPOST; every item on an account the
      * screen flags is held here - the 50-byte CVTRN01Y item exactly
      * as it arrived, the reason the account was flagged and the
      * date - instead of going on to ACCTPOST.  The review desk
      * works the holds through the VELCTL decision file: a released
      * item goes out in the next night's posting file, a declined
      * item never posts.
      *
      * VEL-STATUS runs held -> released or declined.  Items closed
      * on an earlier day are purged from the master.
      ******************************************************************
       01  VELOCITY-HOLD-RECORD.
           05  VEL-HOLD-ID                   PIC 9(09).
           05  VEL-TRAN                      PIC X(50).
           05  VEL-REASON                    PIC X(30).
           05  VEL-HOLD-DATE                 PIC X(10).
           05  VEL-STATUS                    PIC X(01).
               88  VEL-HELD                       VALUE 'H'.
               88  VEL-RELEASED                   VALUE 'R'.
               88  VEL-DECLINED                   VALUE 'D'.
           05  VEL-RESOLVED-DATE             PIC X(10).
           05  FILLER                        PIC X(10).
