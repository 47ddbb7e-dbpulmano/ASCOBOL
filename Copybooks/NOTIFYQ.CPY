      ******************************************************************
      * NOTIFYQ.CPY
      * Shared notification event queue record layout - NOTIFYQ.DAT.
      * One record per event somebody should hear about by text or
      * email, appended by the run where the event happens:
      * WaitlistPromote for a promotion, InstrAbsence for a
      * cancelled class, EnrollUpdate for a refused enrollment and
      * DeliveryNotes for a dispatched order. NotifyFeed adds the
      * overdue plan installments itself, turns the lot into the
      * messaging gateway's file and empties the queue. The subject
      * and detail carry what the message template fills in - the
      * course and section, the refusal reason, and so on - and the
      * reference date is the date the message is about.
      ******************************************************************
       01  NotifyEventRecord.
           02  NTQ-Event              PIC X(2).
               88  EventWaitPromote           VALUE "WP".
               88  EventClassCancel           VALUE "CC".
               88  EventOverdueInstall        VALUE "OI".
               88  EventEnrollRefused         VALUE "ER".
               88  EventDeliveryDispatch      VALUE "DN".
           02  FILLER                 PIC X       VALUE SPACE.
           02  NTQ-Party-Type         PIC X.
               88  NotifyStudent              VALUE "S".
               88  NotifyCustomer             VALUE "C".
           02  FILLER                 PIC X       VALUE SPACE.
           02  NTQ-Party-Id           PIC 9(7).
           02  FILLER                 PIC X       VALUE SPACE.
           02  NTQ-Subject            PIC X(12).
           02  FILLER                 PIC X       VALUE SPACE.
           02  NTQ-Ref-Date           PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  NTQ-Detail             PIC X(30).
           02  FILLER                 PIC X       VALUE SPACE.
           02  NTQ-Queued-Date        PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  NTQ-Source             PIC X(10).
