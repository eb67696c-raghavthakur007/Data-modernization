      *> USRROST - one signed-on user on USER.ROSTER, the staff
      *> roster HR maintains: the user id the online transactions
      *> sign on under, the employee's own name as it would appear on
      *> a policy, and their department (CLAIMS, SIU, SERVICE,
      *> UNDERWRIT, ...). AccessLogReview groups peers by department
      *> and matches the name against the policies a user views.
       01  User-Roster-Record.
           05  UR-User-Id             PIC X(8).
           05  UR-Employee-Name       PIC X(50).
           05  UR-Department          PIC X(10).
