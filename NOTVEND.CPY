      *>----------------------------------------------------------
      *> NOTVEND.CPY
      *> Record layout for the messaging vendor's outbound file
      *> (NOTVEND.DAT), in the vendor's fixed 200-byte format: one
      *> record per message Notify-Format releases to a family
      *> whose SCT-PHONE-FLAG allows it. We send no numbers - the
      *> vendor holds the family's phone and text contacts under
      *> our student id, NV-CLIENT-REF, zero-filled - only who the
      *> message is for and the text to send, at most 160
      *> characters. The date is YYYYMMDD. NV-RECORD-TYPE "M" is a
      *> message; the vendor echoes NV-NOTICE-TYPE back on its
      *> delivery report. Appended (OPEN EXTEND) each night;
      *> operations transmit it after the cycle and clear it once
      *> the vendor confirms receipt, as with POSPAY.DAT.
      *>----------------------------------------------------------
       01  NOTICE-VENDOR-RECORD.
           02  NV-RECORD-TYPE      PIC X.
               88 NV-IS-MESSAGE    VALUE "M".
           02  NV-CLIENT-REF       PIC 9(7).
           02  NV-NOTICE-TYPE      PIC X(2).
           02  NV-SEND-DATE        PIC 9(8).
           02  NV-RECIPIENT        PIC X(21).
           02  NV-MESSAGE          PIC X(160).
           02  FILLER              PIC X(1).
