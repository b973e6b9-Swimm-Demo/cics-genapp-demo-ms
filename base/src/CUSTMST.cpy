           05 CUS-INFORCE-CNT          PIC 9(3).
           05 CUS-FIRST-ISSUE-DATE     PIC 9(8).
           05 CUS-LAST-ACTIVITY-DATE   PIC 9(8).
      *    Added at the end of the record so masters written under
      *    the earlier layout still read correctly.  Documents go by
      *    post unless the customer has consented to electronic
      *    delivery and given an e-mail address; on older records the
      *    preference comes up as spaces, which is post.
           05 CUS-DELIVERY-PREF        PIC X(1).
              88 CUS-E-DELIVERY        VALUE 'E'.
              88 CUS-POSTAL-DELIVERY   VALUE 'P' ' '.
           05 CUS-EMAIL-ADDRESS        PIC X(60).
           05 CUS-EDELIVERY-DATE       PIC 9(8).
