      * hits for the statement's subscriptions section and the
      * customer's STOP flag, which makes authorization decline the
      * merchant's next attempt under its own reason code.
      * UPDATER-STATUS follows the merchant through the network's
      * account updater after the card it bills is replaced or the
      * account closes: SENT when the change goes out on the daily
      * updater file, then UPDATED, NOT UPDATED or CLOSE ADVISED as
      * the network's response reports what the merchant did.
      * UPDATER-DATE is the date of the latest of those steps and
      * UPDATER-CARD-NUMBER the replacement the merchant was offered
      * (zero for a closure).
       01 (PREFIX)-RECURRING-CHARGE.
        03 (PREFIX)-RECURRING-KEY.
         05 (PREFIX)-ACCOUNT-ID        PIC X(4) COMP-X.
          07 (PREFIX)-HIT-AMOUNT       PIC S9(12)V99.
        03 (PREFIX)-STOP-FLAG          PIC X(01).
         88 (PREFIX)-MERCHANT-STOPPED      VALUE "Y".
        03 (PREFIX)-UPDATER-STATUS     PIC X(01).
         88 (PREFIX)-UPDATER-NONE          VALUE SPACE.
         88 (PREFIX)-UPDATER-SENT          VALUE "S".
         88 (PREFIX)-UPDATER-UPDATED       VALUE "U".
         88 (PREFIX)-UPDATER-NOT-UPDATED   VALUE "N".
         88 (PREFIX)-UPDATER-CLOSE-ADVISED VALUE "C".
        03 (PREFIX)-UPDATER-DATE       PIC 9(08).
        03 (PREFIX)-UPDATER-CARD-NUMBER PIC 9(16).
