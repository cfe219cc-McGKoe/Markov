           05 drv-seq-count           pic x(2).
           05 drv-start-word          pic x(20).
           05 drv-lock-age            pic x(4).
           05 drv-merge-option        pic x(5).
           05 drv-dict-name           pic x(8).
      * outcome -- filled by MARKOV at the end of the request.
           05 drv-return-code         pic 9(3).
           05 drv-record-count        pic 9(7).
