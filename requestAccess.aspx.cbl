       01 app-data-folder pic x(256).
       01 teamName        pic x(15).
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if lastNameTextBox::Text::Trim = type String::Empty
               or firstNameTextBox::Text::Trim = type String::Empty
               set Msg::Text to "Enter your last and first name"
