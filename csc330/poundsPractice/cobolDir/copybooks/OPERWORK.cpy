      *> Working fields for the sign-on in copybooks/SIGNON. OperId,
      *> OperRole and OperName hold the signed-on operator once
      *> SignOn returns.
       01  OperId           PIC X(8)  VALUE SPACES.
       01  OperRole         PIC X     VALUE SPACE.
       01  OperName         PIC X(20) VALUE SPACES.
       01  OperIdIn         PIC X(8).
       01  OperPinIn        PIC X(8).
       01  SignOnTries      PIC 9.
       01  SignOnDone       PIC X.
       01  OperFileEof      PIC X.
