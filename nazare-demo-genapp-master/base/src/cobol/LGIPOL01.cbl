                 MOVE PR-B-WEATHERPREMIUM TO CA-B-WEATHERPREMIUM
                 MOVE PR-B-STATUS TO CA-B-STATUS
                 MOVE PR-B-REJECTREASON TO CA-B-REJECTREASON
                 MOVE PR-B-SUM-INSURED TO CA-B-SUM-INSURED
           END-EVALUATE
           .
      *+---------------------------------------------------------------+
