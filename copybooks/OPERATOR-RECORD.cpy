      *    password may not reuse any of them
           05  OP-PASSWORD-HISTORY.
               10  OP-PRIOR-PASSWORD PIC X(10) OCCURS 3 TIMES.
      *    training sandbox access at sign-on - T a trainee, always
      *    signed on to the training data and never the live files;
      *    Y may choose either; N or space (older records) live only
           05  OP-TRAINING-ACCESS    PIC X.
