      *    on the one central alerts file alerts.dat, where the
      *    Alert_Inbox screen on the Operator_Menu lists the open
      *    ones for acknowledgement.
      *    Fatal alerts left open overnight are paged out to the
      *    on-call engineer by Alert_Escalation.
      *
      *    Arguments:
      *       al-severity : "F" fatal / "W" warning / "I" info
