      * successful sign-on SignOnOperatorID carries the operator into
      * every record WriteAuditRecord appends, and SignOnAuthLevel
      * holds the operator's authorization level from OperatorFile.
      * SignOnProgramName is moved in by the caller before sign-on
      * and goes on every security log record it writes. Passwords
      * are held here only while they are being checked or hashed.
      ******************************************************************
       01 SignOnOperatorID PIC X(8) VALUE SPACES.
       01 SignOnAuthLevel PIC 9 VALUE ZERO.
       01 SignOnTries PIC 9 VALUE ZERO.
       01 SignOnResultSwitch PIC X VALUE 'N'.
           88 OperatorSignedOn VALUE 'Y'.
       01 SignOnProgramName PIC X(24) VALUE SPACES.
       01 SignOnIDFound PIC X.
       01 SignOnToday PIC 9(8).
       01 SignOnPassword PIC X(20).
       01 SignOnNewPassword PIC X(20).
       01 SignOnNewPasswordAgain PIC X(20).
       01 PasswordLifeDays PIC 9(3) VALUE 90.
       01 PasswordMinLength PIC 9 VALUE 6.
       01 MaxSignOnFailures PIC 9 VALUE 3.
       01 PasswordAgeDays PIC S9(7).
       01 PasswordLength PIC 99.
       01 PasswordChangeTries PIC 9.
       01 PasswordChangeSwitch PIC X VALUE 'N'.
           88 PasswordChanged VALUE 'Y'.
       01 PasswordHashInput PIC X(20).
       01 PasswordHashText PIC X(28).
       01 PasswordHashIdx PIC 99.
       01 PasswordHash PIC 9(12).
